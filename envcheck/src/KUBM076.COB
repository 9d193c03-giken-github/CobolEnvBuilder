       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM076.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：仕訳データ作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：延滞利息請求書（KUBM081発行・請求区分２）の
      *    　　　　　　　　利息収入と、赤伝による取消の仕訳を追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：未充当入金の返金（KUBM082の返金台帳の
      *    　　　　　　　　当日処理分）の仕訳を追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：貸倒償却（KUBM085の貸倒台帳の当日償却分）
      *    　　　　　　　　と償却債権の回収（入金充当実績の償却債権
      *    　　　　　　　　回収額）の仕訳を追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：返品の貸借を訂正（KUBM040でマイナスに
      *    　　　　　　　　した金額の符号を戻して計上）。赤伝は
      *    　　　　　　　　消費税に加えて売上も税率別に取り消す
      ******************************************************************
      *    当日の売上サブシステムの発生額から、総勘定元帳へ取り込む
      *    仕訳データ（JRN・KUCF103）を作成する。仕訳の対象は次の
      *    とおり。
      *    　・売上・返品・調整（KUBM040のCSV抽出。営業所・税区分・
      *    　　データ区分別に集計し、営業所を部門とする）
      *    　　　売上　借方売掛金　　／貸方売上高
      *    　　　返品　借方売上戻り　／貸方売掛金
      *    　　　調整　借方売掛金　　／貸方売上調整（符号付き）
      *    　・請求書の消費税（請求書発行台帳REG・KUCF029の当日発行分。
      *    　　同日の再実行で失効した請求書は除く）
      *    　　　　　　借方売掛金　　／貸方仮受消費税（税率別）
      *    　・赤伝（赤伝発行台帳CRN・KUCF100の当日発行分）
      *    　　　　　　借方売上高　　／貸方売掛金（売上の取消・税率別）
      *    　　　　　　借方仮受消費税／貸方売掛金（消費税の取消）
      *    　　　　　　借方売掛金　　／貸方前受金（入金済額の振替）
      *    　　KUBM075が残高マスタから請求額全額を減額するのと揃え、
      *    　　売上・消費税とも全額を取り消す。延滞利息請求書の取消
      *    　　は下記の延滞利息側で仕訳する。
      *    　・入金（KUBM056の入金充当実績RCP・KUCF101）
      *    　　　　　　借方現金預金　／貸方売掛金（充当額）
      *    　　　　　　　　　　　　　　貸方前受金（過入金額）
      *    　　　　　　　　　　　　　　貸方償却債権取立益（回収額）
      *    　・サスペンス打ち切り（打ち切り台帳WOF・KUCF077の当日分）
      *    　　　　　　借方打切損　　／貸方サスペンス仮勘定
      *    　・延滞利息（請求書発行台帳REGの請求区分２。当日発行分と、
      *    　　当日の赤伝で取り消した分。消費税は掛からない）
      *    　　　　　　借方売掛金　　／貸方延滞利息収入（発行）
      *    　　　　　　借方延滞利息収入／貸方売掛金（赤伝取消）
      *    　・未充当返金（返金台帳RFR・KUCF116の当日処理分）
      *    　　　　　　借方前受金　　／貸方現金預金
      *    　・貸倒償却（貸倒台帳BDR・KUCF122の当日償却分）
      *    　　　　　　借方貸倒損失　／貸方売掛金
      *    勘定科目は仕訳科目対応表（GLMAP・KUCF102）で指定し、指定の
      *    無い項目は標準科目を使う。マイナスとなる仕訳は貸借を入れ
      *    替えて正の金額で書き出す。
      *    伝票ごと・全体の貸借一致、CSV抽出のトレーラ件数・金額、
      *    入金充当実績の内訳を検証し、不一致や対応表の誤りがあれば
      *    処理リスト（RPT）へ印字してRETURN-CODE 16で終了する。
      *    仕訳データは一時データセットへ書き出し、正常終了時のみ
      *    JCLの後続ステップで経理向けの世代へ引き渡す。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT GLM-FILE
             ASSIGN TO EXTERNAL GLMAP
               FILE STATUS IS WK-GLM-FILE-ERR.
           SELECT CSV-FILE
             ASSIGN TO EXTERNAL CSV
               FILE STATUS IS WK-CSV-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT CRN-FILE
             ASSIGN TO EXTERNAL CRN
               FILE STATUS IS WK-CRN-FILE-ERR.
           SELECT RCP-FILE
             ASSIGN TO EXTERNAL RCP
               FILE STATUS IS WK-RCP-FILE-ERR.
           SELECT WOF-FILE
             ASSIGN TO EXTERNAL WOF
               FILE STATUS IS WK-WOF-FILE-ERR.
           SELECT RFR-FILE
             ASSIGN TO EXTERNAL RFR
               FILE STATUS IS WK-RFR-FILE-ERR.
           SELECT BDR-FILE
             ASSIGN TO EXTERNAL BDR
               FILE STATUS IS WK-BDR-FILE-ERR.
           SELECT JRN-FILE
             ASSIGN TO EXTERNAL JRN
               FILE STATUS IS WK-JRN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  GLM-FILE.
       01  GLM-REC.
           COPY KUCF102.
       FD  CSV-FILE.
       01  CSV-REC                     PIC X(90).
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  CRN-FILE.
       01  CRN-REC.
           COPY KUCF100.
       FD  RCP-FILE.
       01  RCP-REC.
           COPY KUCF101.
       FD  WOF-FILE.
       01  WOF-REC.
           COPY KUCF077.
       FD  RFR-FILE.
       01  RFR-REC.
           COPY KUCF116.
       FD  BDR-FILE.
       01  BDR-REC.
           COPY KUCF122.
       FD  JRN-FILE.
       01  JRN-REC.
           COPY KUCF103.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-GLM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CSV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CRN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RCP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-WOF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-JRN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  GLM-END-FLG                 PIC X VALUE "Y".
       01  CSV-END-FLG                 PIC X VALUE "Y".
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  CRN-END-FLG                 PIC X VALUE "Y".
       01  RCP-END-FLG                 PIC X VALUE "Y".
       01  WOF-END-FLG                 PIC X VALUE "Y".
       01  RFR-END-FLG                 PIC X VALUE "Y".
       01  BDR-END-FLG                 PIC X VALUE "Y".
       01  GLM-CNT                     PIC 9(10) VALUE ZERO.
       01  CSV-CNT                     PIC 9(10) VALUE ZERO.
       01  REG-CNT                     PIC 9(10) VALUE ZERO.
       01  CRN-CNT                     PIC 9(10) VALUE ZERO.
       01  RCP-CNT                     PIC 9(10) VALUE ZERO.
       01  WOF-CNT                     PIC 9(10) VALUE ZERO.
       01  RFR-CNT                     PIC 9(10) VALUE ZERO.
       01  BDR-CNT                     PIC 9(10) VALUE ZERO.
       01  JRN-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-IN-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-REG-DAY-CNT              PIC 9(10) VALUE ZERO.
       01  WK-CRN-DAY-CNT              PIC 9(10) VALUE ZERO.
       01  WK-WOF-DAY-CNT              PIC 9(10) VALUE ZERO.
       01  WK-RFR-DAY-CNT              PIC 9(10) VALUE ZERO.
       01  WK-BDR-DAY-CNT              PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
      *
       01  WK-JRN-DATE                 PIC 9(8) VALUE ZERO.
      *    出力不可フラグ（貸借不一致・入力の不整合・対応表の誤りで
      *    Ｙとし、RETURN-CODE 16で仕訳データの引き渡しを止める）
       01  WK-REFUSE-FLG               PIC X VALUE "N".
      *
      *勘定科目対応（標準科目。GLMAPの指定で置き換える）
       01  WK-GLM-DEF.
           03  FILLER                  PIC X(16) VALUE
               "URIKAKE 1130    ".
           03  FILLER                  PIC X(16) VALUE
               "URIAGE1 4110    ".
           03  FILLER                  PIC X(16) VALUE
               "URIAGE2 4111    ".
           03  FILLER                  PIC X(16) VALUE
               "HENPIN1 4120    ".
           03  FILLER                  PIC X(16) VALUE
               "HENPIN2 4121    ".
           03  FILLER                  PIC X(16) VALUE
               "CHOSEI1 4130    ".
           03  FILLER                  PIC X(16) VALUE
               "CHOSEI2 4131    ".
           03  FILLER                  PIC X(16) VALUE
               "KARIZEI12150    ".
           03  FILLER                  PIC X(16) VALUE
               "KARIZEI22151    ".
           03  FILLER                  PIC X(16) VALUE
               "GENYOKIN1110    ".
           03  FILLER                  PIC X(16) VALUE
               "MAEUKE  2130    ".
           03  FILLER                  PIC X(16) VALUE
               "SUSPENSE1190    ".
           03  FILLER                  PIC X(16) VALUE
               "WOFSON  7490    ".
           03  FILLER                  PIC X(16) VALUE
               "ENTAIRI 7110    ".
           03  FILLER                  PIC X(16) VALUE
               "KASHISON7420    ".
           03  FILLER                  PIC X(16) VALUE
               "TORITATE7120    ".
       01  WK-GLM-TBL REDEFINES WK-GLM-DEF.
           03  WK-GLM-ENT              OCCURS 16 TIMES.
             05  WK-GLM-ENT-ITEM       PIC X(8).
             05  WK-GLM-ENT-KAMOKU     PIC X(8).
       01  WK-GLM-CNT                  PIC 9(4) VALUE 16.
       01  WK-GLM-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-GLM-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-SEARCH-ITEM              PIC X(8) VALUE SPACE.
      *
      *CSV明細行の分解用
       01  WK-CSV-TOKU-COD             PIC X(20).
       01  WK-CSV-JUCHU-DATE           PIC X(20).
       01  WK-CSV-JUCHU-NO             PIC X(20).
       01  WK-CSV-SHOHIN-NO            PIC X(20).
       01  WK-CSV-SURYO                PIC X(20).
       01  WK-CSV-TANKA                PIC X(20).
       01  WK-CSV-KINGAKU              PIC X(20).
       01  WK-CSV-EIGYO-COD            PIC X(20).
       01  WK-CSV-KEIYAKU              PIC X(20).
       01  WK-CSV-ZEI-KBN              PIC X(20).
       01  WK-CSV-DATA-KBN             PIC X(20).
       01  WK-CSV-KINGAKU-NUM          PIC S9(12) VALUE ZERO.
      *
      *CSVトレーラ照合用（連結された補足CSVごとに見出しから
      *トレーラまでを１区切りとして件数・金額を照合する）
       01  WK-SEG-OPEN-FLG             PIC X VALUE "N".
       01  WK-SEG-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-SEG-KINGAKU              PIC S9(12) VALUE ZERO.
       01  WK-CSVTRL-DMY               PIC X(20).
       01  WK-CSVTRL-CNT-X             PIC X(20).
       01  WK-CSVTRL-KIN-X             PIC X(20).
       01  WK-CSVTRL-CNT               PIC 9(10) VALUE ZERO.
       01  WK-CSVTRL-KINGAKU           PIC S9(12) VALUE ZERO.
      *
      *営業所・税区分・データ区分別売上集計
       01  WK-SLS-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-SLS-MAX                  PIC 9(4) VALUE 300.
       01  WK-SLS-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-SLS-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-SLS-KEY.
           03  WK-SLS-KEY-BUMON        PIC X(2).
           03  WK-SLS-KEY-ZEI          PIC X(1).
           03  WK-SLS-KEY-KBN          PIC X(1).
       01  WK-SLS-TBL.
           03  WK-SLS-ENT              OCCURS 300 TIMES.
             05  WK-SLS-ENT-KEY.
               07  WK-SLS-ENT-BUMON    PIC X(2).
               07  WK-SLS-ENT-ZEI      PIC X(1).
               07  WK-SLS-ENT-KBN      PIC X(1).
             05  WK-SLS-ENT-KINGAKU    PIC S9(12).
      *
      *当日発行の赤伝の請求書番号（同日発行・同日取消の請求書を
      *消費税の計上対象に含めるため）
       01  WK-AKT-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-AKT-MAX                  PIC 9(4) VALUE 500.
       01  WK-AKT-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-AKT-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-AKT-TBL.
           03  WK-AKT-ENT-SEI-NO       PIC 9(8)
                                       OCCURS 500 TIMES.
      *
      *発生源別の集計額
       01  WK-ZEI-TOTAL                PIC S9(12) VALUE ZERO.
       01  WK-ZEI-KEIGEN               PIC S9(12) VALUE ZERO.
       01  WK-AKA-NET-TOTAL            PIC S9(12) VALUE ZERO.
       01  WK-AKA-NET-KEIGEN           PIC S9(12) VALUE ZERO.
       01  WK-AKA-ZEI-TOTAL            PIC S9(12) VALUE ZERO.
       01  WK-AKA-ZEI-KEIGEN           PIC S9(12) VALUE ZERO.
       01  WK-AKA-PAID-TOTAL           PIC S9(12) VALUE ZERO.
       01  WK-NYUKIN-TOTAL             PIC S9(12) VALUE ZERO.
       01  WK-JUTO-TOTAL               PIC S9(12) VALUE ZERO.
       01  WK-KANYU-TOTAL              PIC S9(12) VALUE ZERO.
       01  WK-WOF-TOTAL                PIC S9(12) VALUE ZERO.
       01  WK-ENTAI-TOTAL              PIC S9(12) VALUE ZERO.
       01  WK-ENTAI-TORIKESHI          PIC S9(12) VALUE ZERO.
       01  WK-HENKIN-TOTAL             PIC S9(12) VALUE ZERO.
       01  WK-KAISHU-TOTAL             PIC S9(12) VALUE ZERO.
       01  WK-KASHIDAORE-TOTAL         PIC S9(12) VALUE ZERO.
      *償却債権回収額（項目追加前の入金充当実績は空白のためゼロ）
       01  WK-RCP-KAISHU               PIC S9(11) VALUE ZERO.
      *
      *打ち切り台帳の元明細（KUCF010形式）
       01  WK-WOF-ITF.
           COPY KUCF010
               REPLACING LEADING ==UF010== BY ==WUF010==.
      *
      *仕訳行の作成用
       01  WK-DENPYO-NO                PIC 9(6) VALUE ZERO.
       01  WK-GYO-NO                   PIC 9(2) VALUE ZERO.
       01  WK-J-TAISHAKU               PIC X(1) VALUE SPACE.
       01  WK-J-SIDE                   PIC X(1) VALUE SPACE.
       01  WK-J-ITEM                   PIC X(8) VALUE SPACE.
       01  WK-J-BUMON                  PIC X(2) VALUE SPACE.
       01  WK-J-ZEI                    PIC X(1) VALUE SPACE.
       01  WK-J-KINGAKU                PIC S9(12) VALUE ZERO.
       01  WK-J-ABS                    PIC S9(12) VALUE ZERO.
       01  WK-J-SRC                    PIC X(2) VALUE SPACE.
       01  WK-J-TEKIYO                 PIC X(30) VALUE SPACE.
       01  WK-DEN-KARI                 PIC S9(14) VALUE ZERO.
       01  WK-DEN-KASHI                PIC S9(14) VALUE ZERO.
       01  WK-KARI-TOTAL               PIC S9(14) VALUE ZERO.
       01  WK-KASHI-TOTAL              PIC S9(14) VALUE ZERO.
       01  WK-SAGAKU                   PIC S9(14) VALUE ZERO.
      *
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　仕訳データ作成リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(6) VALUE "伝票".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(2) VALUE "行".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "貸借".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "科目".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "部門".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(2) VALUE "税".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　　　　金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "発生".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "摘要".
      *
      *処理リスト明細行（仕訳１行分）
       01  WK-LST-LINE.
           03  WK-LST-DENPYO-NO        PIC 9(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-GYO-NO           PIC 9(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TAISHAKU         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-KAMOKU           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-BUMON            PIC X(2).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-LST-ZEI              PIC X(1).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-LST-KINGAKU          PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SRC              PIC X(2).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-LST-TEKIYO           PIC X(30).
      *
      *処理リストエラー行
       01  WK-ERR-LINE.
           03  FILLER                  PIC X(8) VALUE "＊エラー".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-SRC              PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-KEY              PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-MSG              PIC X(40).
      *
      *処理リスト合計行
       01  WK-SUM-LINE.
           03  WK-SUM-LABEL            PIC X(24).
           03  WK-SUM-KINGAKU          PIC ---,---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       01  WK-HANTEI-LINE.
           03  FILLER                  PIC X(12) VALUE
             "判定　　：".
           03  WK-HANTEI-MSG           PIC X(40).
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM READ-CSV-RTN UNTIL CSV-END-FLG = "Y".
           PERFORM JOURNAL-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM076 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-JRN-DATE.
           MOVE WK-JRN-DATE TO WK-RPT-TITLE-DATE.
      *
      *    売上・消費税・入金の出所は必須とする（欠けたまま作ると
      *    その日の発生額が仕訳から黙って漏れる）
           OPEN INPUT CSV-FILE.
           IF WK-CSV-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 ABEND NOT CSV-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 ABEND NOT REG-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT RCP-FILE.
           IF WK-RCP-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 ABEND NOT RCP-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT JRN-FILE.
           IF WK-JRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 ABEND NOT JRN-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 ABEND NOT RPT-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           PERFORM LOAD-GLM-RTN.
           PERFORM COLLECT-CRN-RTN.
      *
           MOVE "N" TO REG-END-FLG.
           PERFORM COLLECT-REG-RTN UNTIL REG-END-FLG = "Y".
           MOVE "N" TO RCP-END-FLG.
           PERFORM COLLECT-RCP-RTN UNTIL RCP-END-FLG = "Y".
           PERFORM COLLECT-WOF-RTN.
           PERFORM COLLECT-RFR-RTN.
           PERFORM COLLECT-BDR-RTN.
      *
           MOVE "N" TO CSV-END-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    仕訳科目対応表読み込み処理
      *    （指定のある項目の科目を標準科目から置き換える。対応表が
      *      無い場合は標準科目のみで作成する）
      ******************************************************************
       LOAD-GLM-RTN                    SECTION.
           OPEN INPUT GLM-FILE.
           IF WK-GLM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 WARNING GLMAP NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO GLM-END-FLG.
           PERFORM LOAD-GLM-READ-RTN UNTIL GLM-END-FLG = "Y".
           CLOSE GLM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    仕訳科目対応表読み込み処理（１件分）
      *    （項目コードの誤り・科目コードの空白は取り違えた科目で
      *      仕訳を引き渡さないよう出力不可とする）
      ******************************************************************
       LOAD-GLM-READ-RTN               SECTION.
           READ GLM-FILE
             AT END
               MOVE "Y" TO GLM-END-FLG
             NOT AT END
               ADD 1 TO GLM-CNT
               MOVE GLM-ITEM-COD TO WK-SEARCH-ITEM
               PERFORM FIND-GLM-RTN
               IF WK-GLM-MATCH-IDX = ZERO
                 MOVE "GLMAP" TO WK-ERR-SRC
                 MOVE GLM-ITEM-COD TO WK-ERR-KEY
                 MOVE "項目コードが対応表に無い"
                   TO WK-ERR-MSG
                 PERFORM WRITE-ERR-RTN
               ELSE
                 IF GLM-KAMOKU-COD = SPACE
                   MOVE "GLMAP" TO WK-ERR-SRC
                   MOVE GLM-ITEM-COD TO WK-ERR-KEY
                   MOVE "科目コードが空白" TO WK-ERR-MSG
                   PERFORM WRITE-ERR-RTN
                 ELSE
                   MOVE GLM-KAMOKU-COD TO
                     WK-GLM-ENT-KAMOKU(WK-GLM-MATCH-IDX)
                 END-IF
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳集計処理
      *    （当日発行の赤伝の対象額・消費税・入金済額を集計し、取り
      *      消した請求書番号を控える。台帳が無い実行は赤伝なしと
      *      する）
      ******************************************************************
       COLLECT-CRN-RTN                 SECTION.
           OPEN INPUT CRN-FILE.
           IF WK-CRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 WARNING CRN NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO CRN-END-FLG.
           PERFORM COLLECT-CRN-READ-RTN UNTIL CRN-END-FLG = "Y".
           CLOSE CRN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳集計処理（１件分）
      ******************************************************************
       COLLECT-CRN-READ-RTN            SECTION.
           READ CRN-FILE
             AT END
               MOVE "Y" TO CRN-END-FLG
             NOT AT END
               ADD 1 TO CRN-CNT
               IF CRN-ISSUE-DATE = WK-JRN-DATE
                 ADD 1 TO WK-CRN-DAY-CNT
                 COMPUTE WK-AKA-NET-TOTAL =
                   WK-AKA-NET-TOTAL + CRN-NET-KINGAKU
                 IF CRN-KEIGEN-NET NUMERIC
                   COMPUTE WK-AKA-NET-KEIGEN =
                     WK-AKA-NET-KEIGEN + CRN-KEIGEN-NET
                 END-IF
                 COMPUTE WK-AKA-ZEI-TOTAL =
                   WK-AKA-ZEI-TOTAL + CRN-ZEI-KINGAKU
                 IF CRN-KEIGEN-ZEI NUMERIC
                   COMPUTE WK-AKA-ZEI-KEIGEN =
                     WK-AKA-ZEI-KEIGEN + CRN-KEIGEN-ZEI
                 END-IF
                 COMPUTE WK-AKA-PAID-TOTAL =
                   WK-AKA-PAID-TOTAL + CRN-PAID-KINGAKU
                 IF WK-AKT-CNT < WK-AKT-MAX
                   ADD 1 TO WK-AKT-CNT
                   MOVE CRN-SEI-NO TO WK-AKT-ENT-SEI-NO(WK-AKT-CNT)
                 ELSE
                   DISPLAY "*** KUBM076 ABEND AKA TABLE FULL ***"
                   MOVE 16 TO RETURN-CODE
                   CLOSE CRN-FILE
                   STOP RUN
                 END-IF
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳集計処理（１件分）
      *    （当日発行の請求書の消費税を税率別に集計する。同日の
      *      再実行で失効した請求書は計上しないが、同日に赤伝で
      *      取り消した請求書は赤伝側の取消と対にするため計上する。
      *      延滞利息請求書は消費税の代わりに利息収入を集計し、当日の
      *      赤伝で取り消したものは発行日にかかわらず取消額を集計して
      *      赤伝の売上取消額から除く）
      ******************************************************************
       COLLECT-REG-RTN                 SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO REG-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO REG-CNT.
           IF REG-SEI-ENTAI AND REG-STATUS-VOID
             PERFORM FIND-AKT-RTN
             IF WK-AKT-MATCH-IDX NOT = ZERO
               COMPUTE WK-ENTAI-TORIKESHI =
                 WK-ENTAI-TORIKESHI + REG-GROSS-KINGAKU
      *        延滞利息の取消は利息収入側で戻すため売上取消から除く
               COMPUTE WK-AKA-NET-TOTAL =
                 WK-AKA-NET-TOTAL - REG-GROSS-KINGAKU
             END-IF
           END-IF.
           IF REG-ISSUE-DATE NOT = WK-JRN-DATE
             GO TO EXI
           END-IF.
           IF REG-STATUS-VOID
             PERFORM FIND-AKT-RTN
             IF WK-AKT-MATCH-IDX = ZERO
               GO TO EXI
             END-IF
           END-IF.
      *
           ADD 1 TO WK-REG-DAY-CNT.
           IF REG-SEI-ENTAI
             COMPUTE WK-ENTAI-TOTAL = WK-ENTAI-TOTAL + REG-GROSS-KINGAKU
             GO TO EXI
           END-IF.
           COMPUTE WK-ZEI-TOTAL = WK-ZEI-TOTAL + REG-ZEI-KINGAKU.
           IF REG-KEIGEN-ZEI NUMERIC
             COMPUTE WK-ZEI-KEIGEN = WK-ZEI-KEIGEN + REG-KEIGEN-ZEI
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    入金充当実績集計処理（１件分）
      *    （入金額が充当額・過入金額・償却債権回収額の和と合わない
      *      実績は出力不可とする）
      ******************************************************************
       COLLECT-RCP-RTN                 SECTION.
           READ RCP-FILE
             AT END
               MOVE "Y" TO RCP-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO RCP-CNT.
           IF RCP-KAISHU-KINGAKU NUMERIC
             MOVE RCP-KAISHU-KINGAKU TO WK-RCP-KAISHU
           ELSE
             MOVE ZERO TO WK-RCP-KAISHU
           END-IF.
           IF RCP-NYUKIN-KINGAKU NOT =
                RCP-JUTO-KINGAKU + RCP-KANYU-KINGAKU + WK-RCP-KAISHU
             MOVE "RCP" TO WK-ERR-SRC
             MOVE RCP-TOKU-COD TO WK-ERR-KEY
             MOVE "入金額と充当・過入金の内訳が不一致"
               TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
           END-IF.
           COMPUTE WK-KAISHU-TOTAL = WK-KAISHU-TOTAL + WK-RCP-KAISHU.
           COMPUTE WK-NYUKIN-TOTAL =
             WK-NYUKIN-TOTAL + RCP-NYUKIN-KINGAKU.
           COMPUTE WK-JUTO-TOTAL = WK-JUTO-TOTAL + RCP-JUTO-KINGAKU.
           COMPUTE WK-KANYU-TOTAL = WK-KANYU-TOTAL + RCP-KANYU-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンス打ち切り台帳集計処理
      *    （追記運用の台帳から当日打ち切り分の金額を集計する。返品
      *      は減算する。台帳が無い実行は打ち切りなしとする）
      ******************************************************************
       COLLECT-WOF-RTN                 SECTION.
           OPEN INPUT WOF-FILE.
           IF WK-WOF-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 WARNING WOF NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO WOF-END-FLG.
           PERFORM COLLECT-WOF-READ-RTN UNTIL WOF-END-FLG = "Y".
           CLOSE WOF-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンス打ち切り台帳集計処理（１件分）
      ******************************************************************
       COLLECT-WOF-READ-RTN            SECTION.
           READ WOF-FILE
             AT END
               MOVE "Y" TO WOF-END-FLG
             NOT AT END
               ADD 1 TO WOF-CNT
               IF WOF-CUTOFF-DATE = WK-JRN-DATE
                 ADD 1 TO WK-WOF-DAY-CNT
                 MOVE WOF-ITF-REC TO WK-WOF-ITF
                 IF WUF010-KINGAKU NOT NUMERIC
                   MOVE "WOF" TO WK-ERR-SRC
                   MOVE WUF010-TOKU-COD TO WK-ERR-KEY
                   MOVE "打ち切り明細の金額が数字でない"
                     TO WK-ERR-MSG
                   PERFORM WRITE-ERR-RTN
                 ELSE
                   IF WUF010-DATA-HENPIN
                     COMPUTE WK-WOF-TOTAL =
                       WK-WOF-TOTAL - WUF010-KINGAKU
                   ELSE
                     COMPUTE WK-WOF-TOTAL =
                       WK-WOF-TOTAL + WUF010-KINGAKU
                   END-IF
                 END-IF
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    返金台帳集計処理
      *    （世代管理の台帳から当日処理分の返金額を集計する。台帳が
      *      無い実行は返金なしとする）
      ******************************************************************
       COLLECT-RFR-RTN                 SECTION.
           OPEN INPUT RFR-FILE.
           IF WK-RFR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 WARNING RFR NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO RFR-END-FLG.
           PERFORM COLLECT-RFR-READ-RTN UNTIL RFR-END-FLG = "Y".
           CLOSE RFR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    返金台帳集計処理（１件分）
      ******************************************************************
       COLLECT-RFR-READ-RTN            SECTION.
           READ RFR-FILE
             AT END
               MOVE "Y" TO RFR-END-FLG
             NOT AT END
               ADD 1 TO RFR-CNT
               IF RFR-SHORI-DATE = WK-JRN-DATE
                 ADD 1 TO WK-RFR-DAY-CNT
                 IF RFR-KINGAKU NOT NUMERIC
                   MOVE "RFR" TO WK-ERR-SRC
                   MOVE RFR-HENKIN-NO TO WK-ERR-KEY
                   MOVE "返金台帳の金額が数字でない"
                     TO WK-ERR-MSG
                   PERFORM WRITE-ERR-RTN
                 ELSE
                   COMPUTE WK-HENKIN-TOTAL =
                     WK-HENKIN-TOTAL + RFR-KINGAKU
                 END-IF
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳集計処理
      *    （世代管理の台帳から当日償却分の金額を集計する。回収分は
      *      入金充当実績で仕訳するため対象外とする。台帳が無い実行
      *      は償却なしとする）
      ******************************************************************
       COLLECT-BDR-RTN                 SECTION.
           OPEN INPUT BDR-FILE.
           IF WK-BDR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM076 WARNING BDR NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO BDR-END-FLG.
           PERFORM COLLECT-BDR-READ-RTN UNTIL BDR-END-FLG = "Y".
           CLOSE BDR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳集計処理（１件分）
      ******************************************************************
       COLLECT-BDR-READ-RTN            SECTION.
           READ BDR-FILE
             AT END
               MOVE "Y" TO BDR-END-FLG
             NOT AT END
               ADD 1 TO BDR-CNT
               IF BDR-SHORI-DATE = WK-JRN-DATE
                 AND BDR-KBN-SHOKYAKU
                 ADD 1 TO WK-BDR-DAY-CNT
                 IF BDR-KINGAKU NOT NUMERIC
                   MOVE "BDR" TO WK-ERR-SRC
                   MOVE BDR-NO TO WK-ERR-KEY
                   MOVE "貸倒台帳の金額が数字でない"
                     TO WK-ERR-MSG
                   PERFORM WRITE-ERR-RTN
                 ELSE
                   COMPUTE WK-KASHIDAORE-TOTAL =
                     WK-KASHIDAORE-TOTAL + BDR-KINGAKU
                 END-IF
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    CSV抽出読み込み処理（１行分）
      *    （見出し行から次のトレーラまでを１区切りとし、トレーラ
      *      の件数・純額と照合する。補足実行のCSVを連結して投入
      *      してもよい）
      ******************************************************************
       READ-CSV-RTN                    SECTION.
           READ CSV-FILE
             AT END
               MOVE "Y" TO CSV-END-FLG
               IF WK-SEG-OPEN-FLG = "Y"
                 MOVE "CSV" TO WK-ERR-SRC
                 MOVE "TRAILER" TO WK-ERR-KEY
                 MOVE "トレーラが無い（途中切れ）"
                   TO WK-ERR-MSG
                 PERFORM WRITE-ERR-RTN
               END-IF
               GO TO EXI
           END-READ.
      *
           IF CSV-REC(1:8) = "TOKU-COD"
             IF WK-SEG-OPEN-FLG = "Y"
               MOVE "CSV" TO WK-ERR-SRC
               MOVE "TRAILER" TO WK-ERR-KEY
               MOVE "トレーラが無い（途中切れ）"
                 TO WK-ERR-MSG
               PERFORM WRITE-ERR-RTN
             END-IF
             MOVE "Y" TO WK-SEG-OPEN-FLG
             MOVE ZERO TO WK-SEG-CNT
             MOVE ZERO TO WK-SEG-KINGAKU
             GO TO EXI
           END-IF.
      *
           IF CSV-REC(1:8) = "TRAILER,"
             PERFORM CHECK-CSV-TRAILER-RTN
             GO TO EXI
           END-IF.
      *
           ADD 1 TO CSV-CNT.
           ADD 1 TO WK-SEG-CNT.
           UNSTRING CSV-REC DELIMITED BY ","
             INTO WK-CSV-TOKU-COD    WK-CSV-JUCHU-DATE
                  WK-CSV-JUCHU-NO    WK-CSV-SHOHIN-NO
                  WK-CSV-SURYO       WK-CSV-TANKA
                  WK-CSV-KINGAKU     WK-CSV-EIGYO-COD
                  WK-CSV-KEIYAKU     WK-CSV-ZEI-KBN
                  WK-CSV-DATA-KBN.
           COMPUTE WK-CSV-KINGAKU-NUM =
             FUNCTION NUMVAL(WK-CSV-KINGAKU).
           COMPUTE WK-SEG-KINGAKU = WK-SEG-KINGAKU + WK-CSV-KINGAKU-NUM.
      *
      *    区分の無い・誤った明細は売上・返品を取り違えるおそれが
      *    あるため集計せず出力不可とする
           IF (WK-CSV-DATA-KBN(1:1) NOT = "1" AND
               WK-CSV-DATA-KBN(1:1) NOT = "2" AND
               WK-CSV-DATA-KBN(1:1) NOT = "3")
             OR (WK-CSV-ZEI-KBN(1:1) NOT = "1" AND
                 WK-CSV-ZEI-KBN(1:1) NOT = "2")
             MOVE "CSV" TO WK-ERR-SRC
             MOVE CSV-REC(1:20) TO WK-ERR-KEY
             MOVE "データ区分・税区分が不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           MOVE WK-CSV-EIGYO-COD(1:2) TO WK-SLS-KEY-BUMON.
           MOVE WK-CSV-ZEI-KBN(1:1) TO WK-SLS-KEY-ZEI.
           MOVE WK-CSV-DATA-KBN(1:1) TO WK-SLS-KEY-KBN.
           PERFORM FIND-SLS-RTN.
           IF WK-SLS-MATCH-IDX = ZERO
             IF WK-SLS-CNT < WK-SLS-MAX
               ADD 1 TO WK-SLS-CNT
               MOVE WK-SLS-KEY TO WK-SLS-ENT-KEY(WK-SLS-CNT)
               MOVE ZERO TO WK-SLS-ENT-KINGAKU(WK-SLS-CNT)
               MOVE WK-SLS-CNT TO WK-SLS-MATCH-IDX
             ELSE
               DISPLAY "*** KUBM076 ABEND SLS TABLE FULL ***"
               MOVE 16 TO RETURN-CODE
               CLOSE JRN-FILE
               CLOSE RPT-FILE
               STOP RUN
             END-IF
           END-IF.
           COMPUTE WK-SLS-ENT-KINGAKU(WK-SLS-MATCH-IDX) =
             WK-SLS-ENT-KINGAKU(WK-SLS-MATCH-IDX) + WK-CSV-KINGAKU-NUM.
       EXI.
           EXIT.
      ******************************************************************
      *    CSVトレーラ照合処理
      ******************************************************************
       CHECK-CSV-TRAILER-RTN           SECTION.
           UNSTRING CSV-REC DELIMITED BY ","
             INTO WK-CSVTRL-DMY WK-CSVTRL-CNT-X WK-CSVTRL-KIN-X.
           COMPUTE WK-CSVTRL-CNT = FUNCTION NUMVAL(WK-CSVTRL-CNT-X).
           COMPUTE WK-CSVTRL-KINGAKU =
             FUNCTION NUMVAL(WK-CSVTRL-KIN-X).
           IF WK-SEG-CNT NOT = WK-CSVTRL-CNT
             OR WK-SEG-KINGAKU NOT = WK-CSVTRL-KINGAKU
             DISPLAY "*** KUBM076 CSV TRAILER MISMATCH CNT="
                     WK-SEG-CNT " EXPECT=" WK-CSVTRL-CNT
                     " KINGAKU=" WK-SEG-KINGAKU
                     " EXPECT=" WK-CSVTRL-KINGAKU
             MOVE "CSV" TO WK-ERR-SRC
             MOVE "TRAILER" TO WK-ERR-KEY
             MOVE "トレーラの件数・金額と不一致"
               TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
           END-IF.
           MOVE "N" TO WK-SEG-OPEN-FLG.
           MOVE ZERO TO WK-SEG-CNT.
           MOVE ZERO TO WK-SEG-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    仕訳作成処理（発生源ごとに伝票を起こす）
      ******************************************************************
       JOURNAL-RTN                     SECTION.
           PERFORM JRN-SALES-RTN
             VARYING WK-SLS-IDX FROM 1 BY 1
               UNTIL WK-SLS-IDX > WK-SLS-CNT.
           PERFORM JRN-ZEI-RTN.
           PERFORM JRN-AKA-RTN.
           PERFORM JRN-NYUKIN-RTN.
           PERFORM JRN-WOF-RTN.
           PERFORM JRN-ENTAI-RTN.
           PERFORM JRN-HENKIN-RTN.
           PERFORM JRN-KASHIDAORE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売上・返品・調整仕訳（集計１件分・営業所を部門とする）
      ******************************************************************
       JRN-SALES-RTN                   SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE WK-SLS-ENT-BUMON(WK-SLS-IDX) TO WK-J-BUMON.
           MOVE WK-SLS-ENT-KINGAKU(WK-SLS-IDX) TO WK-J-KINGAKU.
           IF WK-SLS-ENT-KBN(WK-SLS-IDX) = "1"
             MOVE "UR" TO WK-J-SRC
             MOVE "売上計上" TO WK-J-TEKIYO
             MOVE "1" TO WK-J-TAISHAKU
             MOVE "URIKAKE" TO WK-J-ITEM
             MOVE SPACE TO WK-J-ZEI
             PERFORM ADD-LINE-RTN
             MOVE "2" TO WK-J-TAISHAKU
             MOVE "URIAGE" TO WK-J-ITEM
             MOVE WK-SLS-ENT-ZEI(WK-SLS-IDX) TO WK-J-ITEM(7:1)
             MOVE WK-SLS-ENT-ZEI(WK-SLS-IDX) TO WK-J-ZEI
             PERFORM ADD-LINE-RTN
           END-IF.
      *    返品の金額はKUBM040でマイナスにしてあるため、符号を戻して
      *    借方売上戻り／貸方売掛金とする
           IF WK-SLS-ENT-KBN(WK-SLS-IDX) = "2"
             COMPUTE WK-J-KINGAKU =
               ZERO - WK-SLS-ENT-KINGAKU(WK-SLS-IDX)
             MOVE "HP" TO WK-J-SRC
             MOVE "返品計上" TO WK-J-TEKIYO
             MOVE "1" TO WK-J-TAISHAKU
             MOVE "HENPIN" TO WK-J-ITEM
             MOVE WK-SLS-ENT-ZEI(WK-SLS-IDX) TO WK-J-ITEM(7:1)
             MOVE WK-SLS-ENT-ZEI(WK-SLS-IDX) TO WK-J-ZEI
             PERFORM ADD-LINE-RTN
             MOVE "2" TO WK-J-TAISHAKU
             MOVE "URIKAKE" TO WK-J-ITEM
             MOVE SPACE TO WK-J-ZEI
             PERFORM ADD-LINE-RTN
           END-IF.
           IF WK-SLS-ENT-KBN(WK-SLS-IDX) = "3"
             MOVE "CH" TO WK-J-SRC
             MOVE "売上調整" TO WK-J-TEKIYO
             MOVE "1" TO WK-J-TAISHAKU
             MOVE "URIKAKE" TO WK-J-ITEM
             MOVE SPACE TO WK-J-ZEI
             PERFORM ADD-LINE-RTN
             MOVE "2" TO WK-J-TAISHAKU
             MOVE "CHOSEI" TO WK-J-ITEM
             MOVE WK-SLS-ENT-ZEI(WK-SLS-IDX) TO WK-J-ITEM(7:1)
             MOVE WK-SLS-ENT-ZEI(WK-SLS-IDX) TO WK-J-ZEI
             PERFORM ADD-LINE-RTN
           END-IF.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    請求消費税仕訳（借方売掛金／貸方仮受消費税（税率別））
      ******************************************************************
       JRN-ZEI-RTN                     SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE "ZE" TO WK-J-SRC.
           MOVE "請求書消費税" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           MOVE SPACE TO WK-J-ZEI.
           MOVE WK-ZEI-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "KARIZEI1" TO WK-J-ITEM.
           MOVE "1" TO WK-J-ZEI.
           COMPUTE WK-J-KINGAKU = WK-ZEI-TOTAL - WK-ZEI-KEIGEN.
           PERFORM ADD-LINE-RTN.
           MOVE "KARIZEI2" TO WK-J-ITEM.
           MOVE "2" TO WK-J-ZEI.
           MOVE WK-ZEI-KEIGEN TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝仕訳（売上・消費税の取消と、入金済額の前受金への
      *    振替。残高マスタから請求額全額を減額するのと揃える）
      ******************************************************************
       JRN-AKA-RTN                     SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE "AK" TO WK-J-SRC.
           MOVE "赤伝　売上取消" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "URIAGE1" TO WK-J-ITEM.
           MOVE "1" TO WK-J-ZEI.
           COMPUTE WK-J-KINGAKU = WK-AKA-NET-TOTAL - WK-AKA-NET-KEIGEN.
           PERFORM ADD-LINE-RTN.
           MOVE "URIAGE2" TO WK-J-ITEM.
           MOVE "2" TO WK-J-ZEI.
           MOVE WK-AKA-NET-KEIGEN TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           MOVE SPACE TO WK-J-ZEI.
           MOVE WK-AKA-NET-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
      *
           PERFORM START-DENPYO-RTN.
           MOVE "赤伝　消費税取消" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "KARIZEI1" TO WK-J-ITEM.
           MOVE "1" TO WK-J-ZEI.
           COMPUTE WK-J-KINGAKU = WK-AKA-ZEI-TOTAL - WK-AKA-ZEI-KEIGEN.
           PERFORM ADD-LINE-RTN.
           MOVE "KARIZEI2" TO WK-J-ITEM.
           MOVE "2" TO WK-J-ZEI.
           MOVE WK-AKA-ZEI-KEIGEN TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           MOVE SPACE TO WK-J-ZEI.
           MOVE WK-AKA-ZEI-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
      *
           PERFORM START-DENPYO-RTN.
           MOVE "赤伝　入金済額振替" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           MOVE WK-AKA-PAID-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "MAEUKE" TO WK-J-ITEM.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    入金仕訳（借方現金預金／貸方売掛金・前受金・償却債権
      *    取立益）
      ******************************************************************
       JRN-NYUKIN-RTN                  SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE SPACE TO WK-J-ZEI.
           MOVE "NY" TO WK-J-SRC.
           MOVE "入金" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "GENYOKIN" TO WK-J-ITEM.
           MOVE WK-NYUKIN-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           MOVE WK-JUTO-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "入金　過入金" TO WK-J-TEKIYO.
           MOVE "MAEUKE" TO WK-J-ITEM.
           MOVE WK-KANYU-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "入金　償却債権回収" TO WK-J-TEKIYO.
           MOVE "TORITATE" TO WK-J-ITEM.
           MOVE WK-KAISHU-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンス打ち切り仕訳（借方打切損／貸方サスペンス仮勘定）
      ******************************************************************
       JRN-WOF-RTN                     SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE SPACE TO WK-J-ZEI.
           MOVE "WO" TO WK-J-SRC.
           MOVE "サスペンス打切" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "WOFSON" TO WK-J-ITEM.
           MOVE WK-WOF-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "SUSPENSE" TO WK-J-ITEM.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息仕訳（発行分は借方売掛金／貸方延滞利息収入、赤伝
      *    取消分はその逆）
      ******************************************************************
       JRN-ENTAI-RTN                   SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE SPACE TO WK-J-ZEI.
           MOVE "EN" TO WK-J-SRC.
           MOVE "延滞利息請求" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           MOVE WK-ENTAI-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "ENTAIRI" TO WK-J-ITEM.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
      *
           PERFORM START-DENPYO-RTN.
           MOVE "延滞利息　赤伝取消" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "ENTAIRI" TO WK-J-ITEM.
           MOVE WK-ENTAI-TORIKESHI TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未充当返金仕訳（借方前受金／貸方現金預金）
      ******************************************************************
       JRN-HENKIN-RTN                  SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE SPACE TO WK-J-ZEI.
           MOVE "HK" TO WK-J-SRC.
           MOVE "未充当入金返金" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "MAEUKE" TO WK-J-ITEM.
           MOVE WK-HENKIN-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "GENYOKIN" TO WK-J-ITEM.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒償却仕訳（借方貸倒損失／貸方売掛金）
      ******************************************************************
       JRN-KASHIDAORE-RTN              SECTION.
           PERFORM START-DENPYO-RTN.
           MOVE SPACE TO WK-J-BUMON.
           MOVE SPACE TO WK-J-ZEI.
           MOVE "KD" TO WK-J-SRC.
           MOVE "貸倒償却" TO WK-J-TEKIYO.
           MOVE "1" TO WK-J-TAISHAKU.
           MOVE "KASHISON" TO WK-J-ITEM.
           MOVE WK-KASHIDAORE-TOTAL TO WK-J-KINGAKU.
           PERFORM ADD-LINE-RTN.
           MOVE "2" TO WK-J-TAISHAKU.
           MOVE "URIKAKE" TO WK-J-ITEM.
           PERFORM ADD-LINE-RTN.
           PERFORM END-DENPYO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    伝票開始処理
      ******************************************************************
       START-DENPYO-RTN                SECTION.
           ADD 1 TO WK-DENPYO-NO.
           MOVE ZERO TO WK-GYO-NO.
           MOVE ZERO TO WK-DEN-KARI.
           MOVE ZERO TO WK-DEN-KASHI.
       EXI.
           EXIT.
      ******************************************************************
      *    伝票終了処理
      *    （行の無い伝票は番号を戻す。伝票内の貸借が合わなければ
      *      出力不可とする）
      ******************************************************************
       END-DENPYO-RTN                  SECTION.
           IF WK-GYO-NO = ZERO
             SUBTRACT 1 FROM WK-DENPYO-NO
             GO TO EXI
           END-IF.
           IF WK-DEN-KARI NOT = WK-DEN-KASHI
             MOVE "JRN" TO WK-ERR-SRC
             MOVE WK-DENPYO-NO TO WK-ERR-KEY
             MOVE "伝票内の貸借が不一致" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    仕訳行出力処理
      *    （金額ゼロは出力しない。マイナスは貸借を入れ替えて正の
      *      金額とする）
      ******************************************************************
       ADD-LINE-RTN                    SECTION.
           IF WK-J-KINGAKU = ZERO
             GO TO EXI
           END-IF.
           MOVE WK-J-TAISHAKU TO WK-J-SIDE.
           MOVE WK-J-KINGAKU TO WK-J-ABS.
           IF WK-J-KINGAKU < ZERO
             COMPUTE WK-J-ABS = ZERO - WK-J-KINGAKU
             IF WK-J-TAISHAKU = "1"
               MOVE "2" TO WK-J-SIDE
             ELSE
               MOVE "1" TO WK-J-SIDE
             END-IF
           END-IF.
           MOVE WK-J-ITEM TO WK-SEARCH-ITEM.
           PERFORM FIND-GLM-RTN.
      *
           ADD 1 TO WK-GYO-NO.
           MOVE SPACE TO JRN-REC.
           MOVE "1" TO JRN-REC-KBN.
           MOVE WK-JRN-DATE TO JRN-DATE.
           MOVE WK-DENPYO-NO TO JRN-DENPYO-NO.
           MOVE WK-GYO-NO TO JRN-GYO-NO.
           MOVE WK-J-SIDE TO JRN-TAISHAKU-KBN.
           MOVE WK-GLM-ENT-KAMOKU(WK-GLM-MATCH-IDX) TO JRN-KAMOKU-COD.
           MOVE WK-J-BUMON TO JRN-BUMON-COD.
           MOVE WK-J-ZEI TO JRN-ZEI-KBN.
           MOVE WK-J-ABS TO JRN-KINGAKU.
           MOVE WK-J-SRC TO JRN-SRC-KBN.
           MOVE WK-J-TEKIYO TO JRN-TEKIYO.
           WRITE JRN-REC.
           ADD 1 TO JRN-CNT.
      *
           IF WK-J-SIDE = "1"
             COMPUTE WK-DEN-KARI = WK-DEN-KARI + WK-J-ABS
             COMPUTE WK-KARI-TOTAL = WK-KARI-TOTAL + WK-J-ABS
             MOVE "借方" TO WK-LST-TAISHAKU
           ELSE
             COMPUTE WK-DEN-KASHI = WK-DEN-KASHI + WK-J-ABS
             COMPUTE WK-KASHI-TOTAL = WK-KASHI-TOTAL + WK-J-ABS
             MOVE "貸方" TO WK-LST-TAISHAKU
           END-IF.
      *
           MOVE WK-DENPYO-NO TO WK-LST-DENPYO-NO.
           MOVE WK-GYO-NO TO WK-LST-GYO-NO.
           MOVE JRN-KAMOKU-COD TO WK-LST-KAMOKU.
           MOVE WK-J-BUMON TO WK-LST-BUMON.
           MOVE WK-J-ZEI TO WK-LST-ZEI.
           MOVE WK-J-ABS TO WK-LST-KINGAKU.
           MOVE WK-J-SRC TO WK-LST-SRC.
           MOVE WK-J-TEKIYO TO WK-LST-TEKIYO.
           MOVE WK-LST-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    仕訳データトレーラ出力処理
      ******************************************************************
       WRITE-JRN-TRAILER-RTN           SECTION.
           MOVE SPACE TO JRN-REC.
           MOVE "9" TO JRN-REC-KBN.
           MOVE WK-JRN-DATE TO JRN-TRL-DATE.
           MOVE JRN-CNT TO JRN-TRL-CNT.
           MOVE WK-KARI-TOTAL TO JRN-TRL-KARI-KINGAKU.
           MOVE WK-KASHI-TOTAL TO JRN-TRL-KASHI-KINGAKU.
           WRITE JRN-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リストエラー行出力処理（出力不可とする）
      ******************************************************************
       WRITE-ERR-RTN                   SECTION.
           MOVE WK-ERR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-ERR-CNT.
           MOVE "Y" TO WK-REFUSE-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト書き込み処理
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    勘定科目対応検索処理（WK-SEARCH-ITEMの項目）
      ******************************************************************
       FIND-GLM-RTN                    SECTION.
           MOVE ZERO TO WK-GLM-MATCH-IDX.
           PERFORM CHECK-GLM-ENT-RTN
             VARYING WK-GLM-IDX FROM 1 BY 1
               UNTIL WK-GLM-IDX > WK-GLM-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    勘定科目対応検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-GLM-ENT-RTN               SECTION.
           IF WK-GLM-MATCH-IDX = ZERO
             AND WK-GLM-ENT-ITEM(WK-GLM-IDX) = WK-SEARCH-ITEM
             MOVE WK-GLM-IDX TO WK-GLM-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売上集計検索処理（WK-SLS-KEYの営業所・税区分・区分）
      ******************************************************************
       FIND-SLS-RTN                    SECTION.
           MOVE ZERO TO WK-SLS-MATCH-IDX.
           PERFORM CHECK-SLS-ENT-RTN
             VARYING WK-SLS-IDX FROM 1 BY 1
               UNTIL WK-SLS-IDX > WK-SLS-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    売上集計検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-SLS-ENT-RTN               SECTION.
           IF WK-SLS-MATCH-IDX = ZERO
             AND WK-SLS-ENT-KEY(WK-SLS-IDX) = WK-SLS-KEY
             MOVE WK-SLS-IDX TO WK-SLS-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    当日赤伝検索処理（REG-SEI-NOの請求書）
      ******************************************************************
       FIND-AKT-RTN                    SECTION.
           MOVE ZERO TO WK-AKT-MATCH-IDX.
           PERFORM CHECK-AKT-ENT-RTN
             VARYING WK-AKT-IDX FROM 1 BY 1
               UNTIL WK-AKT-IDX > WK-AKT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    当日赤伝検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-AKT-ENT-RTN               SECTION.
           IF WK-AKT-MATCH-IDX = ZERO
             AND WK-AKT-ENT-SEI-NO(WK-AKT-IDX) = REG-SEI-NO
             MOVE WK-AKT-IDX TO WK-AKT-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊借方合計＊" TO WK-SUM-LABEL.
           MOVE WK-KARI-TOTAL TO WK-SUM-KINGAKU.
           PERFORM WRITE-SUM-RTN.
           MOVE "＊貸方合計＊" TO WK-SUM-LABEL.
           MOVE WK-KASHI-TOTAL TO WK-SUM-KINGAKU.
           PERFORM WRITE-SUM-RTN.
           MOVE "＊差額＊" TO WK-SUM-LABEL.
           MOVE WK-SAGAKU TO WK-SUM-KINGAKU.
           PERFORM WRITE-SUM-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "ＣＳＶ明細件数" TO WK-CNT-LABEL.
           MOVE CSV-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "当日発行請求書件数" TO WK-CNT-LABEL.
           MOVE WK-REG-DAY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "当日発行赤伝件数" TO WK-CNT-LABEL.
           MOVE WK-CRN-DAY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "入金充当実績件数" TO WK-CNT-LABEL.
           MOVE RCP-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "当日打ち切り件数" TO WK-CNT-LABEL.
           MOVE WK-WOF-DAY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "当日返金件数" TO WK-CNT-LABEL.
           MOVE WK-RFR-DAY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "当日貸倒償却件数" TO WK-CNT-LABEL.
           MOVE WK-BDR-DAY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "伝票数" TO WK-CNT-LABEL.
           MOVE WK-DENPYO-NO TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "仕訳行数" TO WK-CNT-LABEL.
           MOVE JRN-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "エラー件数" TO WK-CNT-LABEL.
           MOVE WK-ERR-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-REFUSE-FLG = "Y"
             MOVE "＊エラーあり　引き渡し不可＊"
               TO WK-HANTEI-MSG
           ELSE
             MOVE "貸借一致　引き渡し可" TO WK-HANTEI-MSG
           END-IF.
           MOVE WK-HANTEI-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト合計行出力処理
      ******************************************************************
       WRITE-SUM-RTN                   SECTION.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト件数行出力処理
      ******************************************************************
       WRITE-CNT-RTN                   SECTION.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM076" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           COMPUTE WK-IN-CNT =
             CSV-CNT + WK-REG-DAY-CNT + WK-CRN-DAY-CNT
             + RCP-CNT + WK-WOF-DAY-CNT + WK-RFR-DAY-CNT
             + WK-BDR-DAY-CNT.
           MOVE WK-IN-CNT TO RNL-IN-CNT.
           MOVE JRN-CNT TO RNL-OUT-CNT.
           MOVE WK-ERR-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      *    （全体の貸借を照合し、不一致・エラーがあればRETURN-CODE
      *      16として後続の引き渡しステップを止める）
      ******************************************************************
       TERM-RTN                        SECTION.
           COMPUTE WK-SAGAKU = WK-KARI-TOTAL - WK-KASHI-TOTAL.
           IF WK-SAGAKU NOT = ZERO
             MOVE "JRN" TO WK-ERR-SRC
             MOVE "TOTAL" TO WK-ERR-KEY
             MOVE "借方合計と貸方合計が不一致"
               TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
           END-IF.
           PERFORM WRITE-JRN-TRAILER-RTN.
           PERFORM WRITE-SUMMARY-RTN.
      *
           CLOSE CSV-FILE.
           CLOSE REG-FILE.
           CLOSE RCP-FILE.
           CLOSE JRN-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM076 GLMAP=" GLM-CNT.
           DISPLAY "*** KUBM076 CSV=" CSV-CNT.
           DISPLAY "*** KUBM076 REG=" REG-CNT
                   " TODAY=" WK-REG-DAY-CNT.
           DISPLAY "*** KUBM076 CRN=" CRN-CNT
                   " TODAY=" WK-CRN-DAY-CNT.
           DISPLAY "*** KUBM076 RCP=" RCP-CNT.
           DISPLAY "*** KUBM076 WOF=" WOF-CNT
                   " TODAY=" WK-WOF-DAY-CNT.
           DISPLAY "*** KUBM076 RFR=" RFR-CNT
                   " TODAY=" WK-RFR-DAY-CNT.
           DISPLAY "*** KUBM076 BDR=" BDR-CNT
                   " TODAY=" WK-BDR-DAY-CNT.
           DISPLAY "*** KUBM076 DENPYO=" WK-DENPYO-NO.
           DISPLAY "*** KUBM076 JRN=" JRN-CNT.
           DISPLAY "*** KUBM076 KARI=" WK-KARI-TOTAL
                   " KASHI=" WK-KASHI-TOTAL.
           DISPLAY "*** KUBM076 ERROR=" WK-ERR-CNT.
           IF WK-REFUSE-FLG = "Y"
             DISPLAY "*** KUBM076 ABEND JOURNAL NOT RELEASED ***"
             MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM076 END ***".
       EXI.
           EXIT.
