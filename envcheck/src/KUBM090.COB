       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM090.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：納品書・ピッキングリスト作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先・商品マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    KUBM040が読むITF-FILEと同じソート済み売上実績データ（営業
      *    所／得意先／受注日付／受注番号順）を読み込み、データ区分
      *    １＝売上の明細を受注（得意先コード／受注日付／受注番号）
      *    ごとにまとめて、番号付きの納品書（DLV-FILE）を作成する。
      *    商品名は商品マスタ（共通マスタ参照KUBS050）の受注日付時点
      *    で適用中の世代、納品先は得意先納入先マスタ（NSM-FILE・
      *    KUCF133）による。あわせて営業所ごとに、当実行で納品書を
      *    発行した売上明細を商品別に合計したピッキングリスト
      *    （PCK-FILE）を作成する。
      *    KUBM040が与信保留（HLD-FILE・KUCF071）またはサスペンス
      *    （SUS-FILE）へ退避した明細を含む受注は、受注全体を納品書
      *    の対象外とし、ピッキングリストの営業所ごとの出荷保留欄に
      *    理由とともに印字する（受理していない商品を出荷しない）。
      *    納品書番号は全実行を通じた連番で、納品書発行台帳（NHROLD
      *    →NHRNEW・KUCF134）の最大番号＋１から採番する。台帳に既に
      *    ある受注（同じ抽出の再実行）は再発行せず出荷保留欄に発行
      *    済みとして印字する。納入先マスタに無い得意先の納品書は
      *    住所未登録と印字してRETURN-CODE 4とする。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ITF-FILE
             ASSIGN TO EXTERNAL ITF
               FILE STATUS IS WK-ITF-FILE-ERR.
           SELECT HLD-FILE
             ASSIGN TO EXTERNAL HLD
               FILE STATUS IS WK-HLD-FILE-ERR.
           SELECT SUS-FILE
             ASSIGN TO EXTERNAL SUS
               FILE STATUS IS WK-SUS-FILE-ERR.
           SELECT NSM-FILE
             ASSIGN TO EXTERNAL NSM
               FILE STATUS IS WK-NSM-FILE-ERR.
           SELECT NHRO-FILE
             ASSIGN TO EXTERNAL NHROLD
               FILE STATUS IS WK-NHRO-FILE-ERR.
           SELECT NHRN-FILE
             ASSIGN TO EXTERNAL NHRNEW
               FILE STATUS IS WK-NHRN-FILE-ERR.
           SELECT DLV-FILE
             ASSIGN TO EXTERNAL DLV
               FILE STATUS IS WK-DLV-FILE-ERR.
           SELECT PCK-FILE
             ASSIGN TO EXTERNAL PCK
               FILE STATUS IS WK-PCK-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY KUCF010.
       FD  HLD-FILE.
       01  HLD-REC.
           COPY KUCF071.
       FD  SUS-FILE.
       01  SUS-REC                     PIC X(92).
       FD  NSM-FILE.
       01  NSM-REC.
           COPY KUCF133.
       FD  NHRO-FILE.
       01  NHRO-REC.
           COPY KUCF134.
       FD  NHRN-FILE.
       01  NHRN-REC                    PIC X(80).
       FD  DLV-FILE.
       01  DLV-REC                     PIC X(120).
       FD  PCK-FILE.
       01  PCK-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-ITF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HLD-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUS-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-NSM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-NHRO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-NHRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DLV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PCK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ITF-END-FLG                 PIC X VALUE "Y".
       01  HLD-END-FLG                 PIC X VALUE "Y".
       01  SUS-END-FLG                 PIC X VALUE "Y".
       01  NSM-END-FLG                 PIC X VALUE "Y".
       01  NHRO-END-FLG                PIC X VALUE "Y".
       01  ITF-CNT                     PIC 9(10) VALUE ZERO.
       01  HLD-CNT                     PIC 9(10) VALUE ZERO.
       01  SUS-CNT                     PIC 9(10) VALUE ZERO.
       01  NHRO-CNT                    PIC 9(10) VALUE ZERO.
       01  NHRN-CNT                    PIC 9(10) VALUE ZERO.
       01  DLV-CNT                     PIC 9(10) VALUE ZERO.
       01  DLV-GYO-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-HORYU-CNT                PIC 9(10) VALUE ZERO.
       01  WK-HAKKOZUMI-CNT            PIC 9(10) VALUE ZERO.
       01  WK-NO-JUSHO-CNT             PIC 9(10) VALUE ZERO.
       01  WK-NHR-RETIRE-CNT           PIC 9(10) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *与信保留・サスペンス明細の参照用（KUCF010形式に展開する）
       01  WK-XITF-REC.
           COPY KUCF010
               REPLACING LEADING ==UF010== BY ==XUF010==.
      *
      *出荷対象外受注テーブル（与信保留・サスペンスの明細を含む受注。
      *理由は受注内で最初に見つかった明細のもの）
       01  WK-EXC-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-EXC-MAX                  PIC 9(4) VALUE 2000.
       01  WK-EXC-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-EXC-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-EXC-TBL.
           03  WK-EXC-ENT              OCCURS 2000 TIMES.
             05  WK-EXC-ENT-TOKU       PIC X(4).
             05  WK-EXC-ENT-DATE       PIC 9(8).
             05  WK-EXC-ENT-NO         PIC 9(4).
             05  WK-EXC-ENT-RIYU       PIC X(20).
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
       01  WK-SEARCH-DATE              PIC 9(8) VALUE ZERO.
       01  WK-SEARCH-NO                PIC 9(4) VALUE ZERO.
       01  WK-SEARCH-RIYU              PIC X(20) VALUE SPACE.
      *
      *マスタ参照連絡領域（得意先名と、受注日付時点で適用中の
      *単価世代の商品名を共通マスタ参照KUBS050でキー検索する）
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
       01  WK-SHOHIN-MEI-MSTR          PIC X(20) VALUE SPACE.
      *
      *納入先マスタテーブル
       01  WK-NSM-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-NSM-MAX                  PIC 9(4) VALUE 1000.
       01  WK-NSM-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-NSM-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-NSM-TBL.
           03  WK-NSM-ENT              OCCURS 1000 TIMES.
             05  WK-NSM-ENT-REC        PIC X(200).
       01  WK-NSMW-REC.
           COPY KUCF133
               REPLACING LEADING ==NSM== BY ==WNSM==.
      *
      *納品書発行台帳（発行済み受注のキー。保存月数内のもの）
       01  WK-NHR-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-NHR-MAX                  PIC 9(4) VALUE 9999.
       01  WK-NHR-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-NHR-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-NHR-TBL.
           03  WK-NHR-ENT              OCCURS 9999 TIMES.
             05  WK-NHR-ENT-TOKU       PIC X(4).
             05  WK-NHR-ENT-DATE       PIC 9(8).
             05  WK-NHR-ENT-NO         PIC 9(4).
             05  WK-NHR-ENT-NOHIN-NO   PIC 9(8).
       01  WK-NEXT-NOHIN-NO            PIC 9(8) VALUE 1.
      *台帳保存月数と引き継ぎ基準年月（基準年月より前の発行日の
      *台帳レコードは新世代へ引き継がない。履歴は旧世代ＧＤＧに残る）
       01  WK-NHR-HOLD-MM              PIC 9(3) VALUE 13.
       01  WK-NHR-CUT-YYYYMM           PIC 9(6) VALUE ZERO.
       01  WK-NHR-CUT-TOTMM            PIC S9(8) VALUE ZERO.
       01  WK-NHR-CUT-WK-YY            PIC 9(4) VALUE ZERO.
       01  WK-NHR-CUT-WK-MM            PIC 9(2) VALUE ZERO.
       01  WK-NHR-CUT-WORK.
           03  WK-NHR-CUT-YY           PIC 9(4).
           03  WK-NHR-CUT-MM           PIC 9(2).
           03  FILLER                  PIC 9(2).
      *新世代台帳レコード編集用
       01  WK-NHRW-REC.
           COPY KUCF134
               REPLACING LEADING ==NHR== BY ==WNHR==.
      *
      *受注・営業所のブレイクキーと受注の状態
      *（Ｎ＝未判定　Ｓ＝納品書発行中　Ｘ＝出荷対象外）
       01  WK-KEY-EIGYO                PIC X(2) VALUE HIGH-VALUE.
       01  WK-KEY-TOKU                 PIC X(4) VALUE HIGH-VALUE.
       01  WK-KEY-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-KEY-NO                   PIC 9(4) VALUE ZERO.
       01  WK-ORD-STATUS               PIC X VALUE "N".
       01  WK-NOHIN-NO                 PIC 9(8) VALUE ZERO.
       01  WK-ORD-GYO                  PIC 9(3) VALUE ZERO.
       01  WK-ORD-SURYO                PIC S9(7) VALUE ZERO.
       01  WK-ORD-KINGAKU              PIC S9(11) VALUE ZERO.
       01  WK-PAGE-GYO                 PIC 9(3) VALUE ZERO.
       01  WK-PAGE-GYO-MAX             PIC 9(3) VALUE 30.
      *
      *ピッキングリスト商品別テーブル（営業所ごとに商品番号の昇順に
      *挿入する）
       01  WK-PCK-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-PCK-MAX                  PIC 9(4) VALUE 500.
       01  WK-PCK-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-PCK-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-PCK-INS-IDX              PIC 9(4) VALUE ZERO.
       01  WK-PCK-TBL.
           03  WK-PCK-ENT              OCCURS 500 TIMES.
             05  WK-PCK-ENT-NO         PIC X(5).
             05  WK-PCK-ENT-MEI        PIC X(20).
             05  WK-PCK-ENT-SURYO      PIC S9(9).
             05  WK-PCK-ENT-KENSU      PIC 9(5).
             05  WK-PCK-ENT-FIRST-NO   PIC 9(8).
             05  WK-PCK-ENT-LAST-NO    PIC 9(8).
       01  WK-OFC-DLV-CNT              PIC 9(5) VALUE ZERO.
       01  WK-OFC-SURYO                PIC S9(9) VALUE ZERO.
      *
      *営業所ごとの出荷保留受注テーブル
       01  WK-HOR-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-HOR-MAX                  PIC 9(4) VALUE 500.
       01  WK-HOR-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-HOR-TBL.
           03  WK-HOR-ENT              OCCURS 500 TIMES.
             05  WK-HOR-ENT-TOKU       PIC X(4).
             05  WK-HOR-ENT-DATE       PIC 9(8).
             05  WK-HOR-ENT-NO         PIC 9(4).
             05  WK-HOR-ENT-RIYU       PIC X(20).
             05  WK-HOR-ENT-NOHIN-NO   PIC 9(8).
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *納品書見出し
       01  WK-DLV-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(22) VALUE
             "＊＊＊　納品書　＊＊＊".
           03  FILLER                  PIC X(14) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "納品書番号：".
           03  WK-DLV-TITLE-NO         PIC 9(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-DLV-TITLE-ZOKU       PIC X(10).
      *
       01  WK-DLV-DATELINE.
           03  FILLER                  PIC X(66) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "発行日　　：".
           03  WK-DLV-HAKKO-DATE       PIC 9999/99/99.
      *
       01  WK-DLV-YUBINLINE.
           03  FILLER                  PIC X(2) VALUE "〒".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-DLV-YUBIN-NO         PIC X(8).
      *
       01  WK-DLV-JUSHOLINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-DLV-JUSHO            PIC X(60).
      *
       01  WK-DLV-MEILINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-DLV-NOHIN-MEI        PIC X(40).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "御中".
      *
       01  WK-DLV-TELLINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "ＴＥＬ：".
           03  WK-DLV-TEL-NO           PIC X(15).
      *
       01  WK-DLV-JUCHULINE.
           03  FILLER                  PIC X(8) VALUE "得意先：".
           03  WK-DLV-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-DLV-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "受注日付：".
           03  WK-DLV-JUCHU-DATE       PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "受注番号：".
           03  WK-DLV-JUCHU-NO         PIC 9(4).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "営業所：".
           03  WK-DLV-EIGYO-COD        PIC X(2).
      *
       01  WK-DLV-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "行　".
           03  FILLER                  PIC X(8) VALUE "商品番号".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "商品名".
           03  FILLER                  PIC X(16) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "数量".
           03  FILLER                  PIC X(7) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "単  価".
           03  FILLER                  PIC X(9) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "金  額".
      *
       01  WK-DLV-MEISAI.
           03  WK-DLV-GYO              PIC ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-DLV-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  WK-DLV-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-DLV-SURYO            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-DLV-TANKA            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-DLV-KINGAKU          PIC ---,---,--9.
      *
       01  WK-DLV-GOKEI.
           03  FILLER                  PIC X(14) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE
             "　　　　合　計　　　".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-DLV-GOKEI-SURYO      PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(15) VALUE SPACE.
           03  WK-DLV-GOKEI-KINGAKU    PIC ---,---,--9.
      *
       01  WK-DLV-ZOKULINE.
           03  FILLER                  PIC X(34) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "（次頁へ続く）".
      *
       01  WK-DLV-FOOTLINE.
           03  FILLER                  PIC X(30) VALUE
             "上記のとおり納品いたしました。".
      *
      *ピッキングリスト見出し
       01  WK-PCK-TITLE.
           03  FILLER                  PIC X(20) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　ピッキングリスト　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "営業所：".
           03  WK-PCK-TITLE-EIGYO      PIC X(4).
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成日：".
           03  WK-PCK-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-PCK-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "商品番号".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "商品名".
           03  FILLER                  PIC X(16) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "出荷数量".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "受注件数".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE
             "納品書番号（自−至）".
      *
       01  WK-PCK-MEISAI.
           03  WK-PCK-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  WK-PCK-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-PCK-SURYO            PIC ---,---,--9.
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-PCK-KENSU            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-PCK-FIRST-NO         PIC 9(8).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-PCK-LAST-NO          PIC 9(8).
      *
       01  WK-PCK-GOKEI.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE
             "　　営業所計　　　　".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-PCK-GOKEI-SURYO      PIC ---,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "納品書：".
           03  WK-PCK-GOKEI-DLV        PIC ZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE "通".
      *
       01  WK-HOR-TITLE.
           03  FILLER                  PIC X(30) VALUE
             "＜出荷保留・納品書対象外受注＞".
      *
       01  WK-HOR-SUBTITLE.
           03  FILLER                  PIC X(6) VALUE "得意先".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "受注日付".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "受注番号".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "理由".
      *
       01  WK-HOR-MEISAI.
           03  WK-HOR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-HOR-JUCHU-DATE       PIC 9999/99/99.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-HOR-JUCHU-NO         PIC 9(4).
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-HOR-RIYU             PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-HOR-NOHIN-NO         PIC X(8).
           03  WK-HOR-NOHIN-NO-E REDEFINES WK-HOR-NOHIN-NO
                                       PIC 9(8).
      *
       01  WK-HOR-NASHI.
           03  FILLER                  PIC X(8) VALUE "（なし）".
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL ITF-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM090 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
           MOVE WK-TODAY TO WK-NHR-CUT-WORK.
           COMPUTE WK-NHR-CUT-TOTMM =
             WK-NHR-CUT-YY * 12 + WK-NHR-CUT-MM - 1
               - WK-NHR-HOLD-MM.
           COMPUTE WK-NHR-CUT-WK-YY = WK-NHR-CUT-TOTMM / 12.
           COMPUTE WK-NHR-CUT-WK-MM =
             WK-NHR-CUT-TOTMM - WK-NHR-CUT-WK-YY * 12 + 1.
           COMPUTE WK-NHR-CUT-YYYYMM =
             WK-NHR-CUT-WK-YY * 100 + WK-NHR-CUT-WK-MM.
      *
      *    与信保留・サスペンスはKUBM040の出力であり、無いまま納品書
      *    を作ると受理していない受注を出荷しかねないためABENDとする
           OPEN INPUT HLD-FILE.
           IF WK-HLD-FILE-ERR NOT = 00
             DISPLAY "*** KUBM090 ABEND NOT HLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO HLD-END-FLG.
           PERFORM LOAD-HLD-RTN
             UNTIL HLD-END-FLG = "Y".
           CLOSE HLD-FILE.
      *
           OPEN INPUT SUS-FILE.
           IF WK-SUS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM090 ABEND NOT SUS-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO SUS-END-FLG.
           PERFORM LOAD-SUS-RTN
             UNTIL SUS-END-FLG = "Y".
           CLOSE SUS-FILE.
      *
           MOVE SPACE TO WK-MSA-AREA.
           MOVE ZERO TO MSA-KIJUN-DATE.
           MOVE ZERO TO MSA-SURYO.
           MOVE ZERO TO MSA-MATCH-CNT.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           MOVE "O" TO MSA-FUNC.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM090 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
           IF MSA-SHOM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM090 WARNING SHOMK NOT AVAILABLE ***"
           END-IF.
      *
           OPEN INPUT NSM-FILE.
           IF WK-NSM-FILE-ERR = 00
             MOVE "N" TO NSM-END-FLG
             PERFORM LOAD-NSM-RTN
               UNTIL NSM-END-FLG = "Y"
             CLOSE NSM-FILE
           ELSE
             DISPLAY "*** KUBM090 WARNING NSM NOT AVAILABLE ***"
           END-IF.
      *
           OPEN OUTPUT NHRN-FILE.
           IF WK-NHRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM090 ABEND NOT NHRNEW-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT NHRO-FILE.
           IF WK-NHRO-FILE-ERR = 00
             MOVE "N" TO NHRO-END-FLG
             PERFORM LOAD-NHRO-RTN
               UNTIL NHRO-END-FLG = "Y"
             CLOSE NHRO-FILE
           ELSE
             DISPLAY "*** KUBM090 WARNING NHROLD NOT AVAILABLE ***"
             DISPLAY "*** KUBM090 NUMBERING STARTS AT 1 ***"
           END-IF.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = 00
             DISPLAY "*** KUBM090 ABEND NOT ITF-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DLV-FILE.
           IF WK-DLV-FILE-ERR NOT = 00
             DISPLAY "*** KUBM090 ABEND NOT DLV-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT PCK-FILE.
           IF WK-PCK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM090 ABEND NOT PCK-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ITF-END-FLG.
           PERFORM READ-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    与信保留ファイル読み込み処理（１件分）
      ******************************************************************
       LOAD-HLD-RTN                    SECTION.
           READ HLD-FILE
             AT END
               MOVE "Y" TO HLD-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO HLD-CNT.
           MOVE HLD-ITF-REC TO WK-XITF-REC.
           MOVE HLD-REASON TO WK-SEARCH-RIYU.
           PERFORM ADD-EXC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンスファイル読み込み処理（１件分）
      ******************************************************************
       LOAD-SUS-RTN                    SECTION.
           READ SUS-FILE
             AT END
               MOVE "Y" TO SUS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO SUS-CNT.
           MOVE SUS-REC TO WK-XITF-REC.
           MOVE "サスペンス" TO WK-SEARCH-RIYU.
           PERFORM ADD-EXC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    出荷対象外受注テーブル追加処理
      *    （WK-XITF-RECの明細の受注を理由WK-SEARCH-RIYUで登録する。
      *      登録済みの受注は最初の理由のままとする）
      ******************************************************************
       ADD-EXC-RTN                     SECTION.
           MOVE XUF010-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE XUF010-JUCHU-DATE TO WK-SEARCH-DATE.
           MOVE XUF010-JUCHU-NO TO WK-SEARCH-NO.
           PERFORM FIND-EXC-RTN.
           IF WK-EXC-MATCH-IDX NOT = ZERO
             GO TO EXI
           END-IF.
           IF WK-EXC-CNT >= WK-EXC-MAX
             DISPLAY "*** KUBM090 ABEND EXC TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-EXC-CNT.
           MOVE WK-SEARCH-TOKU TO WK-EXC-ENT-TOKU(WK-EXC-CNT).
           MOVE WK-SEARCH-DATE TO WK-EXC-ENT-DATE(WK-EXC-CNT).
           MOVE WK-SEARCH-NO TO WK-EXC-ENT-NO(WK-EXC-CNT).
           MOVE WK-SEARCH-RIYU TO WK-EXC-ENT-RIYU(WK-EXC-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    出荷対象外受注テーブル検索処理
      ******************************************************************
       FIND-EXC-RTN                    SECTION.
           MOVE ZERO TO WK-EXC-MATCH-IDX.
           PERFORM CHECK-EXC-ENT-RTN
             VARYING WK-EXC-IDX FROM 1 BY 1
               UNTIL WK-EXC-IDX > WK-EXC-CNT
                  OR WK-EXC-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    出荷対象外受注テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-EXC-ENT-RTN               SECTION.
           IF WK-EXC-ENT-TOKU(WK-EXC-IDX) = WK-SEARCH-TOKU
             AND WK-EXC-ENT-DATE(WK-EXC-IDX) = WK-SEARCH-DATE
             AND WK-EXC-ENT-NO(WK-EXC-IDX) = WK-SEARCH-NO
             MOVE WK-EXC-IDX TO WK-EXC-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    納入先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-NSM-RTN                    SECTION.
           READ NSM-FILE
             AT END
               MOVE "Y" TO NSM-END-FLG
               GO TO EXI
           END-READ.
           IF WK-NSM-CNT >= WK-NSM-MAX
             DISPLAY "*** KUBM090 ABEND NSM TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-NSM-CNT.
           MOVE NSM-REC TO WK-NSM-ENT-REC(WK-NSM-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    旧世代納品書発行台帳読み込み処理（１件分）
      *    （全件の最大納品書番号＋１を当実行の採番開始番号とし、
      *      保存月数内のレコードは新世代へ引き継いで発行済み受注の
      *      キーをテーブルへ控える）
      ******************************************************************
       LOAD-NHRO-RTN                   SECTION.
           READ NHRO-FILE
             AT END
               MOVE "Y" TO NHRO-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO NHRO-CNT.
      *    退役（保存月数超過）でも採番は引き継ぎ、番号の再利用を
      *    防ぐ
           IF NHR-NOHIN-NO NUMERIC
             AND NHR-NOHIN-NO NOT < WK-NEXT-NOHIN-NO
             COMPUTE WK-NEXT-NOHIN-NO = NHR-NOHIN-NO + 1
           END-IF.
           IF NHR-HAKKO-DATE NUMERIC
             AND NHR-HAKKO-DATE(1:6) < WK-NHR-CUT-YYYYMM
             ADD 1 TO WK-NHR-RETIRE-CNT
             GO TO EXI
           END-IF.
      *    台帳テーブル超過は納品書の重複発行につながるため警告では
      *    なくABENDとする
           IF WK-NHR-CNT >= WK-NHR-MAX
             DISPLAY "*** KUBM090 ABEND NHR TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-NHR-CNT.
           MOVE NHR-TOKU-COD TO WK-NHR-ENT-TOKU(WK-NHR-CNT).
           MOVE NHR-JUCHU-DATE TO WK-NHR-ENT-DATE(WK-NHR-CNT).
           MOVE NHR-JUCHU-NO TO WK-NHR-ENT-NO(WK-NHR-CNT).
           MOVE NHR-NOHIN-NO TO WK-NHR-ENT-NOHIN-NO(WK-NHR-CNT).
           MOVE NHRO-REC TO NHRN-REC.
           WRITE NHRN-REC.
           ADD 1 TO NHRN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    読み込み処理
      ******************************************************************
       READ-RTN                        SECTION.
           READ ITF-FILE
             AT END
               MOVE "Y" TO ITF-END-FLG
             NOT AT END
               ADD 1 TO ITF-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF NOT UF010-REC-DETAIL
             PERFORM READ-RTN
             GO TO EXI
           END-IF.
      *
      *    受注・営業所が替わる場合は前の受注・営業所を締める
           IF UF010-EIGYO-COD NOT = WK-KEY-EIGYO
             OR UF010-TOKU-COD NOT = WK-KEY-TOKU
             OR UF010-JUCHU-DATE NOT = WK-KEY-DATE
             OR UF010-JUCHU-NO NOT = WK-KEY-NO
             PERFORM END-ORDER-RTN
             IF UF010-EIGYO-COD NOT = WK-KEY-EIGYO
               PERFORM END-OFFICE-RTN
               MOVE UF010-EIGYO-COD TO WK-KEY-EIGYO
             END-IF
             MOVE UF010-TOKU-COD TO WK-KEY-TOKU
             MOVE UF010-JUCHU-DATE TO WK-KEY-DATE
             MOVE UF010-JUCHU-NO TO WK-KEY-NO
             MOVE "N" TO WK-ORD-STATUS
           END-IF.
      *
      *    納品書は売上の明細のみ（返品・調整は出荷を伴わない）
           IF UF010-DATA-URIAGE
             IF WK-ORD-STATUS = "N"
               PERFORM START-ORDER-RTN
             END-IF
             IF WK-ORD-STATUS = "S"
               PERFORM WRITE-DLV-MEISAI-RTN
             END-IF
           END-IF.
           PERFORM READ-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    受注開始処理（受注の最初の売上明細で出荷可否を判定し、
      *      出荷する受注は納品書番号を採番して見出しを印字する）
      ******************************************************************
       START-ORDER-RTN                 SECTION.
           MOVE WK-KEY-TOKU TO WK-SEARCH-TOKU.
           MOVE WK-KEY-DATE TO WK-SEARCH-DATE.
           MOVE WK-KEY-NO TO WK-SEARCH-NO.
           PERFORM FIND-EXC-RTN.
           IF WK-EXC-MATCH-IDX NOT = ZERO
             MOVE "X" TO WK-ORD-STATUS
             MOVE WK-EXC-ENT-RIYU(WK-EXC-MATCH-IDX) TO WK-SEARCH-RIYU
             MOVE ZERO TO WK-NOHIN-NO
             PERFORM ADD-HOR-RTN
             ADD 1 TO WK-HORYU-CNT
             GO TO EXI
           END-IF.
      *
           PERFORM FIND-NHR-RTN.
           IF WK-NHR-MATCH-IDX NOT = ZERO
             MOVE "X" TO WK-ORD-STATUS
             MOVE "納品書発行済み" TO WK-SEARCH-RIYU
             MOVE WK-NHR-ENT-NOHIN-NO(WK-NHR-MATCH-IDX) TO WK-NOHIN-NO
             PERFORM ADD-HOR-RTN
             ADD 1 TO WK-HAKKOZUMI-CNT
             GO TO EXI
           END-IF.
      *
           MOVE "S" TO WK-ORD-STATUS.
           MOVE WK-NEXT-NOHIN-NO TO WK-NOHIN-NO.
           ADD 1 TO WK-NEXT-NOHIN-NO.
           ADD 1 TO DLV-CNT.
           ADD 1 TO WK-OFC-DLV-CNT.
           MOVE ZERO TO WK-ORD-GYO.
           MOVE ZERO TO WK-ORD-SURYO.
           MOVE ZERO TO WK-ORD-KINGAKU.
           MOVE SPACE TO WK-DLV-TITLE-ZOKU.
           PERFORM WRITE-DLV-TITLE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    納品書発行台帳検索処理（発行済み受注かを調べる）
      ******************************************************************
       FIND-NHR-RTN                    SECTION.
           MOVE ZERO TO WK-NHR-MATCH-IDX.
           PERFORM CHECK-NHR-ENT-RTN
             VARYING WK-NHR-IDX FROM 1 BY 1
               UNTIL WK-NHR-IDX > WK-NHR-CNT
                  OR WK-NHR-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    納品書発行台帳検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-NHR-ENT-RTN               SECTION.
           IF WK-NHR-ENT-TOKU(WK-NHR-IDX) = WK-SEARCH-TOKU
             AND WK-NHR-ENT-DATE(WK-NHR-IDX) = WK-SEARCH-DATE
             AND WK-NHR-ENT-NO(WK-NHR-IDX) = WK-SEARCH-NO
             MOVE WK-NHR-IDX TO WK-NHR-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    出荷保留受注テーブル追加処理（営業所ごと）
      ******************************************************************
       ADD-HOR-RTN                     SECTION.
           IF WK-HOR-CNT >= WK-HOR-MAX
             DISPLAY "*** KUBM090 ABEND HOR TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-HOR-CNT.
           MOVE WK-SEARCH-TOKU TO WK-HOR-ENT-TOKU(WK-HOR-CNT).
           MOVE WK-SEARCH-DATE TO WK-HOR-ENT-DATE(WK-HOR-CNT).
           MOVE WK-SEARCH-NO TO WK-HOR-ENT-NO(WK-HOR-CNT).
           MOVE WK-SEARCH-RIYU TO WK-HOR-ENT-RIYU(WK-HOR-CNT).
           MOVE WK-NOHIN-NO TO WK-HOR-ENT-NOHIN-NO(WK-HOR-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    納品書見出し出力処理（受注の最初と改頁のたび）
      ******************************************************************
       WRITE-DLV-TITLE-RTN             SECTION.
           MOVE WK-NOHIN-NO TO WK-DLV-TITLE-NO.
           MOVE WK-DLV-TITLE TO DLV-REC.
           WRITE DLV-REC AFTER PAGE.
           MOVE WK-TODAY TO WK-DLV-HAKKO-DATE.
           MOVE WK-DLV-DATELINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE SPACE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
      *
      *    得意先名（得意先マスタを正とし、無ければ抽出データの名称）
           MOVE UF010-TOKU-MEI TO WK-DLV-TOKU-MEI.
           PERFORM FIND-TOKM-RTN.
      *
      *    納品先（納入先マスタ。宛名が空白なら得意先名）
           MOVE ZERO TO WK-NSM-MATCH-IDX.
           PERFORM CHECK-NSM-ENT-RTN
             VARYING WK-NSM-IDX FROM 1 BY 1
               UNTIL WK-NSM-IDX > WK-NSM-CNT
                  OR WK-NSM-MATCH-IDX NOT = ZERO.
           IF WK-NSM-MATCH-IDX = ZERO
             MOVE SPACE TO WK-NSMW-REC
             MOVE "（納入先住所未登録）" TO WNSM-JUSHO-1
             IF WK-DLV-TITLE-ZOKU = SPACE
               ADD 1 TO WK-NO-JUSHO-CNT
               DISPLAY "*** KUBM090 WARNING NO ADDRESS TOKU-COD="
                       WK-KEY-TOKU " NOHIN-NO=" WK-NOHIN-NO
             END-IF
           ELSE
             MOVE WK-NSM-ENT-REC(WK-NSM-MATCH-IDX) TO WK-NSMW-REC
           END-IF.
           IF WNSM-NOHIN-MEI = SPACE
             MOVE WK-DLV-TOKU-MEI TO WNSM-NOHIN-MEI
           END-IF.
           MOVE WNSM-YUBIN-NO TO WK-DLV-YUBIN-NO.
           MOVE WK-DLV-YUBINLINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE WNSM-JUSHO-1 TO WK-DLV-JUSHO.
           MOVE WK-DLV-JUSHOLINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE WNSM-JUSHO-2 TO WK-DLV-JUSHO.
           MOVE WK-DLV-JUSHOLINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE WNSM-NOHIN-MEI TO WK-DLV-NOHIN-MEI.
           MOVE WK-DLV-MEILINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE WNSM-TEL-NO TO WK-DLV-TEL-NO.
           MOVE WK-DLV-TELLINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE SPACE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
      *
           MOVE WK-KEY-TOKU TO WK-DLV-TOKU-COD.
           MOVE WK-KEY-DATE TO WK-DLV-JUCHU-DATE.
           MOVE WK-KEY-NO TO WK-DLV-JUCHU-NO.
           MOVE WK-KEY-EIGYO TO WK-DLV-EIGYO-COD.
           MOVE WK-DLV-JUCHULINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE SPACE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE WK-DLV-SUBTITLE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE ZERO TO WK-PAGE-GYO.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理（見つかれば得意先名を差し替える）
      ******************************************************************
       FIND-TOKM-RTN                   SECTION.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-KEY-TOKU TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE TOKM-TOKU-MEI TO WK-DLV-TOKU-MEI
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    納入先テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-NSM-ENT-RTN               SECTION.
           IF WK-NSM-ENT-REC(WK-NSM-IDX)(1:4) = WK-KEY-TOKU
             MOVE WK-NSM-IDX TO WK-NSM-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    納品書明細出力処理（売上明細１件分。ピッキングリストの
      *      商品別集計へも加える）
      ******************************************************************
       WRITE-DLV-MEISAI-RTN            SECTION.
           IF WK-PAGE-GYO >= WK-PAGE-GYO-MAX
             MOVE WK-DLV-ZOKULINE TO DLV-REC
             PERFORM WRITE-DLV-REC-RTN
             MOVE "（続き）" TO WK-DLV-TITLE-ZOKU
             PERFORM WRITE-DLV-TITLE-RTN
           END-IF.
           MOVE UF010-SHOHIN-MEI TO WK-SHOHIN-MEI-MSTR.
           PERFORM FIND-SHOM-RTN.
      *
           ADD 1 TO WK-ORD-GYO.
           ADD 1 TO WK-PAGE-GYO.
           ADD 1 TO DLV-GYO-CNT.
           COMPUTE WK-ORD-SURYO = WK-ORD-SURYO + UF010-SURYO.
           COMPUTE WK-ORD-KINGAKU = WK-ORD-KINGAKU + UF010-KINGAKU.
           MOVE WK-ORD-GYO TO WK-DLV-GYO.
           MOVE UF010-SHOHIN-NO TO WK-DLV-SHOHIN-NO.
           MOVE WK-SHOHIN-MEI-MSTR TO WK-DLV-SHOHIN-MEI.
           MOVE UF010-SURYO TO WK-DLV-SURYO.
           MOVE UF010-TANKA TO WK-DLV-TANKA.
           MOVE UF010-KINGAKU TO WK-DLV-KINGAKU.
           MOVE WK-DLV-MEISAI TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
      *
           PERFORM FIND-PCK-RTN.
           COMPUTE WK-PCK-ENT-SURYO(WK-PCK-MATCH-IDX) =
             WK-PCK-ENT-SURYO(WK-PCK-MATCH-IDX) + UF010-SURYO.
           COMPUTE WK-OFC-SURYO = WK-OFC-SURYO + UF010-SURYO.
           IF WK-PCK-ENT-LAST-NO(WK-PCK-MATCH-IDX) NOT = WK-NOHIN-NO
             ADD 1 TO WK-PCK-ENT-KENSU(WK-PCK-MATCH-IDX)
             MOVE WK-NOHIN-NO TO WK-PCK-ENT-LAST-NO(WK-PCK-MATCH-IDX)
           END-IF.
           IF WK-PCK-ENT-FIRST-NO(WK-PCK-MATCH-IDX) = ZERO
             MOVE WK-NOHIN-NO TO WK-PCK-ENT-FIRST-NO(WK-PCK-MATCH-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ検索処理
      *    （該当商品番号の単価世代のうち、受注日付時点で適用中の
      *      世代の商品名をKUBS050で検索する。受注日付以前の世代が
      *      無い場合は最古世代が返る）
      ******************************************************************
       FIND-SHOM-RTN                   SECTION.
           IF MSA-SHOM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "S" TO MSA-FUNC.
           MOVE UF010-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE UF010-JUCHU-DATE TO MSA-KIJUN-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-SHOM-DATA TO SHOM-REC
             MOVE SHOM-SHOHIN-MEI TO WK-SHOHIN-MEI-MSTR
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    ピッキングリスト商品別テーブル検索処理
      *    （未登録の商品は商品番号の昇順の位置へ挿入する）
      ******************************************************************
       FIND-PCK-RTN                    SECTION.
           MOVE ZERO TO WK-PCK-MATCH-IDX.
           PERFORM CHECK-PCK-ENT-RTN
             VARYING WK-PCK-IDX FROM 1 BY 1
               UNTIL WK-PCK-IDX > WK-PCK-CNT
                  OR WK-PCK-MATCH-IDX NOT = ZERO.
           IF WK-PCK-MATCH-IDX NOT = ZERO
             GO TO EXI
           END-IF.
           IF WK-PCK-CNT >= WK-PCK-MAX
             DISPLAY "*** KUBM090 ABEND PCK TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WK-PCK-INS-IDX = WK-PCK-CNT + 1.
           PERFORM CHECK-PCK-INS-RTN
             VARYING WK-PCK-IDX FROM WK-PCK-CNT BY -1
               UNTIL WK-PCK-IDX < 1.
           ADD 1 TO WK-PCK-CNT.
           PERFORM SHIFT-PCK-RTN
             VARYING WK-PCK-IDX FROM WK-PCK-CNT BY -1
               UNTIL WK-PCK-IDX <= WK-PCK-INS-IDX.
           MOVE ZERO TO WK-PCK-ENT-SURYO(WK-PCK-INS-IDX).
           MOVE ZERO TO WK-PCK-ENT-KENSU(WK-PCK-INS-IDX).
           MOVE ZERO TO WK-PCK-ENT-FIRST-NO(WK-PCK-INS-IDX).
           MOVE ZERO TO WK-PCK-ENT-LAST-NO(WK-PCK-INS-IDX).
           MOVE UF010-SHOHIN-NO TO WK-PCK-ENT-NO(WK-PCK-INS-IDX).
           MOVE WK-SHOHIN-MEI-MSTR TO WK-PCK-ENT-MEI(WK-PCK-INS-IDX).
           MOVE WK-PCK-INS-IDX TO WK-PCK-MATCH-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    ピッキングリスト商品別テーブル検索処理（１件分の比較）
      ******************************************************************
       CHECK-PCK-ENT-RTN               SECTION.
           IF WK-PCK-ENT-NO(WK-PCK-IDX) = UF010-SHOHIN-NO
             MOVE WK-PCK-IDX TO WK-PCK-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    ピッキングリスト商品別テーブル追加処理（挿入位置の判定）
      ******************************************************************
       CHECK-PCK-INS-RTN               SECTION.
           IF WK-PCK-ENT-NO(WK-PCK-IDX) > UF010-SHOHIN-NO
             MOVE WK-PCK-IDX TO WK-PCK-INS-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    ピッキングリスト商品別テーブル追加処理（１件後ろへずらす）
      ******************************************************************
       SHIFT-PCK-RTN                   SECTION.
           MOVE WK-PCK-ENT(WK-PCK-IDX - 1) TO WK-PCK-ENT(WK-PCK-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    受注終了処理（納品書を発行中の受注の合計を印字し、発行
      *      台帳へ記録する）
      ******************************************************************
       END-ORDER-RTN                   SECTION.
           IF WK-ORD-STATUS NOT = "S"
             GO TO EXI
           END-IF.
           MOVE WK-ORD-SURYO TO WK-DLV-GOKEI-SURYO.
           MOVE WK-ORD-KINGAKU TO WK-DLV-GOKEI-KINGAKU.
           MOVE WK-DLV-GOKEI TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE SPACE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
           MOVE WK-DLV-FOOTLINE TO DLV-REC.
           PERFORM WRITE-DLV-REC-RTN.
      *
           MOVE SPACE TO WK-NHRW-REC.
           MOVE WK-NOHIN-NO TO WNHR-NOHIN-NO.
           MOVE WK-KEY-TOKU TO WNHR-TOKU-COD.
           MOVE WK-KEY-DATE TO WNHR-JUCHU-DATE.
           MOVE WK-KEY-NO TO WNHR-JUCHU-NO.
           MOVE WK-KEY-EIGYO TO WNHR-EIGYO-COD.
           MOVE WK-TODAY TO WNHR-HAKKO-DATE.
           MOVE WK-ORD-GYO TO WNHR-GYO-SU.
           MOVE WK-ORD-SURYO TO WNHR-SURYO.
           MOVE WK-ORD-KINGAKU TO WNHR-KINGAKU.
           MOVE WK-NHRW-REC TO NHRN-REC.
           WRITE NHRN-REC.
           ADD 1 TO NHRN-CNT.
           MOVE "N" TO WK-ORD-STATUS.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所終了処理（営業所のピッキングリストと出荷保留受注を
      *      印字する。納品書も出荷保留も無い営業所は印字しない）
      ******************************************************************
       END-OFFICE-RTN                  SECTION.
           IF WK-KEY-EIGYO = HIGH-VALUE
             GO TO EXI
           END-IF.
           IF WK-OFC-DLV-CNT = ZERO AND WK-HOR-CNT = ZERO
             GO TO EXI
           END-IF.
           MOVE WK-KEY-EIGYO TO WK-PCK-TITLE-EIGYO.
           IF WK-KEY-EIGYO = SPACE
             MOVE "未設" TO WK-PCK-TITLE-EIGYO
           END-IF.
           MOVE WK-TODAY TO WK-PCK-TITLE-DATE.
           MOVE WK-PCK-TITLE TO PCK-REC.
           WRITE PCK-REC AFTER PAGE.
           MOVE SPACE TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
           MOVE WK-PCK-SUBTITLE TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
           PERFORM WRITE-PCK-MEISAI-RTN
             VARYING WK-PCK-IDX FROM 1 BY 1
               UNTIL WK-PCK-IDX > WK-PCK-CNT.
           MOVE WK-OFC-SURYO TO WK-PCK-GOKEI-SURYO.
           MOVE WK-OFC-DLV-CNT TO WK-PCK-GOKEI-DLV.
           MOVE WK-PCK-GOKEI TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
      *
           MOVE SPACE TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
           MOVE WK-HOR-TITLE TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
           IF WK-HOR-CNT = ZERO
             MOVE WK-HOR-NASHI TO PCK-REC
             PERFORM WRITE-PCK-REC-RTN
           ELSE
             MOVE WK-HOR-SUBTITLE TO PCK-REC
             PERFORM WRITE-PCK-REC-RTN
             PERFORM WRITE-HOR-MEISAI-RTN
               VARYING WK-HOR-IDX FROM 1 BY 1
                 UNTIL WK-HOR-IDX > WK-HOR-CNT
           END-IF.
      *
           MOVE ZERO TO WK-PCK-CNT.
           MOVE ZERO TO WK-HOR-CNT.
           MOVE ZERO TO WK-OFC-DLV-CNT.
           MOVE ZERO TO WK-OFC-SURYO.
       EXI.
           EXIT.
      ******************************************************************
      *    ピッキングリスト明細出力処理（商品１件分）
      ******************************************************************
       WRITE-PCK-MEISAI-RTN            SECTION.
           MOVE WK-PCK-ENT-NO(WK-PCK-IDX) TO WK-PCK-SHOHIN-NO.
           MOVE WK-PCK-ENT-MEI(WK-PCK-IDX) TO WK-PCK-SHOHIN-MEI.
           MOVE WK-PCK-ENT-SURYO(WK-PCK-IDX) TO WK-PCK-SURYO.
           MOVE WK-PCK-ENT-KENSU(WK-PCK-IDX) TO WK-PCK-KENSU.
           MOVE WK-PCK-ENT-FIRST-NO(WK-PCK-IDX) TO WK-PCK-FIRST-NO.
           MOVE WK-PCK-ENT-LAST-NO(WK-PCK-IDX) TO WK-PCK-LAST-NO.
           MOVE WK-PCK-MEISAI TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    出荷保留受注明細出力処理（受注１件分。発行済みの受注は
      *      発行済みの納品書番号を併記する）
      ******************************************************************
       WRITE-HOR-MEISAI-RTN            SECTION.
           MOVE WK-HOR-ENT-TOKU(WK-HOR-IDX) TO WK-HOR-TOKU-COD.
           MOVE WK-HOR-ENT-DATE(WK-HOR-IDX) TO WK-HOR-JUCHU-DATE.
           MOVE WK-HOR-ENT-NO(WK-HOR-IDX) TO WK-HOR-JUCHU-NO.
           MOVE WK-HOR-ENT-RIYU(WK-HOR-IDX) TO WK-HOR-RIYU.
           IF WK-HOR-ENT-NOHIN-NO(WK-HOR-IDX) = ZERO
             MOVE SPACE TO WK-HOR-NOHIN-NO
           ELSE
             MOVE WK-HOR-ENT-NOHIN-NO(WK-HOR-IDX) TO WK-HOR-NOHIN-NO-E
           END-IF.
           MOVE WK-HOR-MEISAI TO PCK-REC.
           PERFORM WRITE-PCK-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（納品書）
      ******************************************************************
       WRITE-DLV-REC-RTN               SECTION.
           WRITE DLV-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（ピッキングリスト）
      ******************************************************************
       WRITE-PCK-REC-RTN               SECTION.
           WRITE PCK-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM090" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE ITF-CNT TO RNL-IN-CNT.
           MOVE DLV-CNT TO RNL-OUT-CNT.
           COMPUTE RNL-EXC-CNT = WK-HORYU-CNT + WK-HAKKOZUMI-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           PERFORM END-ORDER-RTN.
           PERFORM END-OFFICE-RTN.
           CLOSE ITF-FILE.
           CLOSE DLV-FILE.
           CLOSE PCK-FILE.
           CLOSE NHRN-FILE.
           DISPLAY "*** KUBM090 ITF=" ITF-CNT.
           DISPLAY "*** KUBM090 HLD=" HLD-CNT.
           DISPLAY "*** KUBM090 SUS=" SUS-CNT.
           DISPLAY "*** KUBM090 DLV=" DLV-CNT.
           DISPLAY "*** KUBM090 DLV-LINES=" DLV-GYO-CNT.
           DISPLAY "*** KUBM090 HORYU=" WK-HORYU-CNT.
           DISPLAY "*** KUBM090 ALREADY-ISSUED=" WK-HAKKOZUMI-CNT.
           DISPLAY "*** KUBM090 NO-ADDRESS=" WK-NO-JUSHO-CNT.
           DISPLAY "*** KUBM090 NHROLD=" NHRO-CNT.
           DISPLAY "*** KUBM090 NHRNEW=" NHRN-CNT.
           DISPLAY "*** KUBM090 RETIRED=" WK-NHR-RETIRE-CNT.
           IF WK-NO-JUSHO-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM090 DELIVERY ADDRESS MISSING ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM090 END ***".
       EXI.
           EXIT.
