       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM088.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：入金予測表
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化し、
      *    　　　　　　　　得意先別の集計と請求書の支払期日を
      *    　　　　　　　　索引の作業ファイル（CUSWK・REGWK）へ
      *    　　　　　　　　展開して件数の上限を撤廃
      ******************************************************************
      *    未消込請求マスタ（OPI・KUCF063）の未回収額を入金予定日で
      *    週別に振り分け、基準日からの入金予測表（RPT）と表計算
      *    取り込み用のCSV（CSV）を作成する。
      *    入金予定日は支払期日に得意先ごとの平均遅延日数を加えた日
      *    （休日の場合は翌営業日）とする。平均遅延日数は入金トラン
      *    ザクション処理履歴（PAYHST・KUCF067）のうち基準日から遡る
      *    実績期間内の入金について、入金参照番号の請求書の支払期日
      *    （請求書発行台帳REG・KUCF029）から入金日までの日数を平均
      *    したもので、期日前の入金はマイナスとして平均に含める。
      *    実績の無い得意先は遅延ゼロ（期日どおり）とする。支払期日
      *    の無い請求書は発行日に得意先マスタの支払サイト（未設定は
      *    ３０日）を加えた日を支払期日とみなす。
      *    得意先ごとの営業所・遅延実績は得意先コードをキーとする
      *    索引の作業ファイル（CUSWK）に、請求書ごとの支払期日は
      *    請求書番号をキーとする索引の作業ファイル（REGWK）に
      *    展開するため、得意先数・請求書数に上限は無い。
      *    振り分けは入金予定日が基準日より前のもの（期日経過）、
      *    基準日から７日ごとの週（パラメタFCPRM・KUCF130の週数。
      *    未指定は８週）、それより後のもの（以降）とする。
      *    営業所（得意先別累計マスタSUMNEW・KUCF061の営業所コード）
      *    ごとと全社合計を印字し、得意先マスタ（共通マスタ参照
      *    KUBS050で得意先索引マスタTOKMKを検索する）で
      *    取引保留・取引停止の得意先の未回収額は取引中の得意先とは
      *    別の欄に分けて示す。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL FCPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT SUM-FILE
             ASSIGN TO EXTERNAL SUMNEW
               FILE STATUS IS WK-SUM-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT PHS-FILE
             ASSIGN TO EXTERNAL PAYHST
               FILE STATUS IS WK-PHS-FILE-ERR.
           SELECT OPI-FILE
             ASSIGN TO EXTERNAL OPI
               FILE STATUS IS WK-OPI-FILE-ERR.
           SELECT CUSW-FILE
             ASSIGN TO EXTERNAL CUSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSW-TOKU
               FILE STATUS IS WK-CUSW-FILE-ERR.
           SELECT REGW-FILE
             ASSIGN TO EXTERNAL REGWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGW-SEI-NO
               FILE STATUS IS WK-REGW-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT CSV-FILE
             ASSIGN TO EXTERNAL CSV
               FILE STATUS IS WK-CSV-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF130.
       FD  SUM-FILE.
       01  SUM-REC.
           COPY KUCF061.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  PHS-FILE.
       01  PHS-REC.
           COPY KUCF067.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY KUCF063.
      *得意先作業ファイル（累計マスタの営業所、入金実績の遅延日数
      *の合計と件数を持つ）
       FD  CUSW-FILE.
       01  CUSW-REC.
           03  CUSW-TOKU               PIC X(4).
           03  CUSW-EIGYO              PIC X(2).
           03  CUSW-CHIEN-TTL          PIC S9(9).
           03  CUSW-CHIEN-CNT          PIC 9(5).
      *請求書作業ファイル（請求書番号ごとの支払期日）
       FD  REGW-FILE.
       01  REGW-REC.
           03  REGW-SEI-NO             PIC 9(8).
           03  REGW-DUE-DATE           PIC 9(8).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
       FD  CSV-FILE.
       01  CSV-REC                     PIC X(90).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PHS-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CUSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CSV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SUM-END-FLG                 PIC X VALUE "Y".
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  PHS-END-FLG                 PIC X VALUE "Y".
       01  OPI-END-FLG                 PIC X VALUE "Y".
       01  SUM-CNT                     PIC 9(10) VALUE ZERO.
       01  REG-CNT                     PIC 9(10) VALUE ZERO.
       01  PHS-CNT                     PIC 9(10) VALUE ZERO.
       01  OPI-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  CSV-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-YOSOKU-CNT               PIC 9(10) VALUE ZERO.
       01  WK-JISSEKI-CNT              PIC 9(10) VALUE ZERO.
       01  WK-KIJITSU-ERR-CNT          PIC 9(10) VALUE ZERO.
      *
      *パラメタ（基準日・予測週数・遅延実績の期間）
       01  WK-KIJUN-DATE               PIC 9(8) VALUE ZERO.
       01  WK-KIJUN-INT                PIC 9(7) VALUE ZERO.
       01  WK-SHU-SU                   PIC 9(2) VALUE 8.
       01  WK-SHU-MAX                  PIC 9(2) VALUE 12.
       01  WK-JISSEKI-DAYS             PIC 9(3) VALUE 365.
       01  WK-JISSEKI-FROM-INT         PIC 9(7) VALUE ZERO.
       01  WK-JISSEKI-FROM-DATE        PIC 9(8) VALUE ZERO.
      *
      *得意先マスタ参照（取引状態・支払サイト。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *未消込請求１件分の得意先情報（得意先マスタの取引状態・支払
      *サイト、得意先作業ファイルの営業所と平均遅延日数）
       01  WK-CUS-STATUS               PIC X(1) VALUE SPACE.
       01  WK-CUS-NET-DAYS             PIC 9(3) VALUE ZERO.
       01  WK-CUS-CHIEN-AVG            PIC S9(4) VALUE ZERO.
       01  WK-REG-FOUND-FLG            PIC X VALUE "N".
      *
      *営業所別予測テーブル（営業所コードの昇順に挿入する。区分
      *１＝期日経過、２〜予測週数＋１＝第１週〜、予測週数＋２＝
      *以降。区分ごとに取引中・保留停止の金額と請求書件数を持つ）
       01  WK-OFC-CNT                  PIC 9(3) VALUE ZERO.
       01  WK-OFC-MAX                  PIC 9(3) VALUE 100.
       01  WK-OFC-IDX                  PIC 9(3) VALUE ZERO.
       01  WK-OFC-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WK-OFC-INS-IDX              PIC 9(3) VALUE ZERO.
       01  WK-OFC-SEARCH-COD           PIC X(2) VALUE SPACE.
       01  WK-OFC-TBL.
           03  WK-OFC-ENT              OCCURS 100 TIMES.
             05  WK-OFC-ENT-COD        PIC X(2).
             05  WK-OFC-ENT-BKT        OCCURS 14 TIMES.
               07  WK-OFC-ENT-TORIHIKI PIC S9(13).
               07  WK-OFC-ENT-HORYU    PIC S9(13).
               07  WK-OFC-ENT-KENSU    PIC 9(7).
      *
      *全社合計（営業所別予測テーブルと同じ形）
       01  WK-ZEN-ENT.
           05  WK-ZEN-COD              PIC X(2).
           05  WK-ZEN-BKT              OCCURS 14 TIMES.
             07  WK-ZEN-TORIHIKI       PIC S9(13).
             07  WK-ZEN-HORYU          PIC S9(13).
             07  WK-ZEN-KENSU          PIC 9(7).
      *
      *印字・CSV出力用（営業所１件分または全社合計を移して使う）
       01  WK-PRT-ENT.
           05  WK-PRT-COD              PIC X(2).
           05  WK-PRT-BKT              OCCURS 14 TIMES.
             07  WK-PRT-TORIHIKI       PIC S9(13).
             07  WK-PRT-HORYU          PIC S9(13).
             07  WK-PRT-KENSU          PIC 9(7).
       01  WK-PRT-ZEN-FLG              PIC X VALUE "N".
      *
       01  WK-BKT-CNT                  PIC 9(2) VALUE ZERO.
       01  WK-BKT-IDX                  PIC 9(2) VALUE ZERO.
      *
      *区分ごとの合計
       01  WK-TTL-TORIHIKI             PIC S9(13) VALUE ZERO.
       01  WK-TTL-HORYU                PIC S9(13) VALUE ZERO.
       01  WK-TTL-KENSU                PIC 9(7) VALUE ZERO.
       01  WK-GOKEI                    PIC S9(13) VALUE ZERO.
      *
      *テーブル検索キー
       01  WK-SEARCH-NO                PIC 9(8) VALUE ZERO.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *入金予定日計算用
       01  WK-DUE-INT                  PIC 9(7) VALUE ZERO.
       01  WK-PAY-INT                  PIC 9(7) VALUE ZERO.
       01  WK-YOTEI-INT                PIC S9(7) VALUE ZERO.
       01  WK-CHIEN-DAYS               PIC S9(5) VALUE ZERO.
       01  WK-NET-DAYS                 PIC 9(3) VALUE ZERO.
       01  WK-HORYU-FLG                PIC X VALUE "N".
       01  WK-FROM-INT                 PIC 9(7) VALUE ZERO.
       01  WK-TO-INT                   PIC 9(7) VALUE ZERO.
       01  WK-FROM-DATE                PIC 9(8) VALUE ZERO.
       01  WK-TO-DATE                  PIC 9(8) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
      *営業日判定連絡領域（共通営業日判定KUBS040の呼び出し用）
       01  WK-CLD-AREA.
           COPY KUCF128.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *予測表見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "＊＊＊　入金予測表　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-PRM.
           03  FILLER                  PIC X(8) VALUE "基準日：".
           03  WK-RPT-PRM-KIJUN        PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "予測週数：".
           03  WK-RPT-PRM-SHU          PIC Z9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE
             "遅延実績の期間：".
           03  WK-RPT-PRM-FROM         PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE "〜".
           03  WK-RPT-PRM-TO           PIC 9999/99/99.
      *
       01  WK-RPT-OFC-LINE.
           03  FILLER                  PIC X(10) VALUE "営業所：".
           03  WK-RPT-OFC-COD          PIC X(12).
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(14) VALUE "区分".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(22) VALUE
             "入金予定日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE
             "　　取引中金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE
             "保留・停止金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE
             "　　　合計金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "　件数".
      *
      *予測表明細行（区分１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-KUBUN            PIC X(14).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-FROM             PIC X(10).
           03  WK-RPT-FROM-E REDEFINES WK-RPT-FROM
                                       PIC 9999/99/99.
           03  WK-RPT-KARA             PIC X(2).
           03  WK-RPT-TO               PIC X(10).
           03  WK-RPT-TO-E REDEFINES WK-RPT-TO
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TORIHIKI         PIC ---,---,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-HORYU            PIC ---,---,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-GOKEI            PIC ---,---,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-KENSU            PIC ZZZ,ZZ9.
      *
      *区分名（第ｎｎ週／第ｎｎ週以降）
       01  WK-SHU-MEI.
           03  FILLER                  PIC X(2) VALUE "第".
           03  WK-SHU-MEI-NO           PIC Z9.
           03  WK-SHU-MEI-ATO          PIC X(10).
       01  WK-SHU-NO                   PIC 9(2) VALUE ZERO.
      *
      *CSV見出し行
       01  WK-CSV-HEADER.
           03  FILLER                  PIC X(34) VALUE
             "EIGYO-COD,KUBUN,FROM-DATE,TO-DATE,".
           03  FILLER                  PIC X(31) VALUE
             "TORIHIKI-KINGAKU,HORYU-KINGAKU,".
           03  FILLER                  PIC X(19) VALUE
             "GOKEI-KINGAKU,KENSU".
           03  FILLER                  PIC X(6) VALUE SPACE.
      *
      *CSV明細行（表計算取り込み用のカンマ区切り出力。全社合計の
      *営業所コードはALL、期日経過の区分は00、以降は99とする）
       01  WK-CSV-EIGYO-COD            PIC X(3).
       01  WK-CSV-KUBUN                PIC 9(2).
       01  WK-CSV-FROM-DATE            PIC X(10).
       01  WK-CSV-TO-DATE              PIC X(10).
       01  WK-CSV-DATE.
           03  WK-CSV-DATE-YY          PIC 9(4).
           03  FILLER                  PIC X VALUE "/".
           03  WK-CSV-DATE-MM          PIC 9(2).
           03  FILLER                  PIC X VALUE "/".
           03  WK-CSV-DATE-DD          PIC 9(2).
       01  WK-DATE                     PIC 9(8) VALUE ZERO.
       01  WK-DATE-R REDEFINES WK-DATE.
           03  WK-DATE-YY              PIC 9(4).
           03  WK-DATE-MM              PIC 9(2).
           03  WK-DATE-DD              PIC 9(2).
       01  WK-CSV-KINGAKU-ED           PIC -(12)9.
       01  WK-CSV-HORYU-ED             PIC -(12)9.
       01  WK-CSV-GOKEI-ED             PIC -(12)9.
       01  WK-CSV-KENSU-ED             PIC -(6)9.
       01  WK-CSV-LINE                 PIC X(90).
      *
      *CSVコントロールトレーラ用（明細行数と全社の合計金額）
       01  WK-CSV-CNT-ED               PIC -(9)9.
       01  WK-CSV-SUM-ED               PIC -(12)9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL OPI-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM088 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-KIJUN-DATE.
      *
      *    パラメタは任意（無ければ実行日から８週・実績３６５日）
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF FCP-KIJUN-DATE NUMERIC
                   AND FCP-KIJUN-DATE NOT = ZERO
                   MOVE FCP-KIJUN-DATE TO WK-KIJUN-DATE
                 END-IF
                 IF FCP-SHU-SU NUMERIC
                   AND FCP-SHU-SU NOT = ZERO
                   MOVE FCP-SHU-SU TO WK-SHU-SU
                 END-IF
                 IF FCP-JISSEKI-DAYS NUMERIC
                   AND FCP-JISSEKI-DAYS NOT = ZERO
                   MOVE FCP-JISSEKI-DAYS TO WK-JISSEKI-DAYS
                 END-IF
             END-READ
             CLOSE PRM-FILE
           END-IF.
           MOVE WK-KIJUN-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             DISPLAY "*** KUBM088 ABEND KIJUN-DATE INVALID ("
               WK-KIJUN-DATE ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WK-SHU-SU > WK-SHU-MAX
             DISPLAY "*** KUBM088 WARNING SHU-SU " WK-SHU-SU
               " OVER MAX, " WK-SHU-MAX " WEEKS USED ***"
             MOVE WK-SHU-MAX TO WK-SHU-SU
           END-IF.
           COMPUTE WK-BKT-CNT = WK-SHU-SU + 2.
           COMPUTE WK-KIJUN-INT =
             FUNCTION INTEGER-OF-DATE(WK-KIJUN-DATE).
           COMPUTE WK-JISSEKI-FROM-INT =
             WK-KIJUN-INT - WK-JISSEKI-DAYS.
           COMPUTE WK-JISSEKI-FROM-DATE =
             FUNCTION DATE-OF-INTEGER(WK-JISSEKI-FROM-INT).
           DISPLAY "*** KUBM088 KIJUN=" WK-KIJUN-DATE
                   " SHU-SU=" WK-SHU-SU
                   " JISSEKI-FROM=" WK-JISSEKI-FROM-DATE.
           MOVE SPACE TO WK-ZEN-COD.
           PERFORM CLEAR-ZEN-RTN
             VARYING WK-BKT-IDX FROM 1 BY 1
               UNTIL WK-BKT-IDX > 14.
      *
           PERFORM OPEN-MSTR-RTN.
           PERFORM OPEN-CUSW-RTN.
           PERFORM LOAD-SUM-RTN.
           PERFORM LOAD-REG-RTN.
           PERFORM LOAD-PHS-RTN.
      *
           OPEN INPUT OPI-FILE.
           IF WK-OPI-FILE-ERR NOT = 00
             DISPLAY "*** KUBM088 ABEND NOT OPI-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM088 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT CSV-FILE.
           IF WK-CSV-FILE-ERR NOT = 00
             DISPLAY "*** KUBM088 ABEND NOT CSV-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-CSV-HEADER TO CSV-REC.
           WRITE CSV-REC.
      *
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-KIJUN-DATE TO WK-RPT-PRM-KIJUN.
           MOVE WK-SHU-SU TO WK-RPT-PRM-SHU.
           MOVE WK-JISSEKI-FROM-DATE TO WK-RPT-PRM-FROM.
           MOVE WK-KIJUN-DATE TO WK-RPT-PRM-TO.
           MOVE WK-RPT-PRM TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE "N" TO OPI-END-FLG.
           PERFORM READ-OPI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    暦日チェック処理（KUBS030呼び出し）
      ******************************************************************
       CHECK-DATE-RTN                  SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS030" USING WK-CHK-DATE WK-EDT-RESULT.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    営業日判定処理（KUBS040呼び出し）
      ******************************************************************
       CALL-CAL-RTN                    SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS040" USING WK-CLD-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    全社合計初期化処理（区分１件分）
      ******************************************************************
       CLEAR-ZEN-RTN                   SECTION.
           MOVE ZERO TO WK-ZEN-TORIHIKI(WK-BKT-IDX).
           MOVE ZERO TO WK-ZEN-HORYU(WK-BKT-IDX).
           MOVE ZERO TO WK-ZEN-KENSU(WK-BKT-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （得意先マスタが参照できない場合は全得意先を取引中として
      *      扱う）
      ******************************************************************
       OPEN-MSTR-RTN                   SECTION.
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
             DISPLAY "*** KUBM088 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル準備処理
      *    （空の作業ファイルを作成し、以降は更新モードで使用する）
      ******************************************************************
       OPEN-CUSW-RTN                   SECTION.
           OPEN OUTPUT CUSW-FILE.
           IF WK-CUSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM088 ABEND NOT CUSWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE CUSW-FILE.
           OPEN I-O CUSW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別累計マスタ読み込み処理（得意先の営業所を控える。
      *      マスタが無い場合は全得意先を営業所未設定として扱う）
      ******************************************************************
       LOAD-SUM-RTN                    SECTION.
           OPEN INPUT SUM-FILE.
           IF WK-SUM-FILE-ERR = 00
             MOVE "N" TO SUM-END-FLG
             PERFORM LOAD-SUM-READ-RTN
               UNTIL SUM-END-FLG = "Y"
             CLOSE SUM-FILE
           ELSE
             DISPLAY "*** KUBM088 WARNING SUMNEW NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別累計マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-SUM-READ-RTN               SECTION.
           READ SUM-FILE
             AT END
               MOVE "Y" TO SUM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO SUM-CNT.
           MOVE SUM-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           MOVE SUM-EIGYO-COD TO CUSW-EIGYO.
           REWRITE CUSW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（支払期日のある請求書を
      *      請求書作業ファイルへ展開する。台帳が無い場合は全得意先を
      *      遅延ゼロとして扱う）
      ******************************************************************
       LOAD-REG-RTN                    SECTION.
           OPEN OUTPUT REGW-FILE.
           IF WK-REGW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM088 ABEND NOT REGWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR = 00
             MOVE "N" TO REG-END-FLG
             PERFORM LOAD-REG-READ-RTN
               UNTIL REG-END-FLG = "Y"
             CLOSE REG-FILE
           ELSE
             DISPLAY "*** KUBM088 WARNING REG NOT AVAILABLE ***"
           END-IF.
      *
      *    以降は請求書番号での検索にだけ使用する
           CLOSE REGW-FILE.
           OPEN INPUT REGW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-REG-READ-RTN               SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO REG-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO REG-CNT.
           IF REG-DUE-DATE NOT NUMERIC
             OR REG-DUE-DATE = ZERO
             GO TO EXI
           END-IF.
      *    同じ請求書番号が重ねてある場合は最初のものを使う
           MOVE REG-SEI-NO TO REGW-SEI-NO.
           MOVE REG-DUE-DATE TO REGW-DUE-DATE.
           WRITE REGW-REC
             INVALID KEY
               CONTINUE
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション処理履歴読み込み処理
      *    （実績期間内の入金について、入金参照番号の請求書の支払
      *      期日から入金日までの日数を得意先ごとに積み上げる）
      ******************************************************************
       LOAD-PHS-RTN                    SECTION.
           OPEN INPUT PHS-FILE.
           IF WK-PHS-FILE-ERR = 00
             MOVE "N" TO PHS-END-FLG
             PERFORM LOAD-PHS-READ-RTN
               UNTIL PHS-END-FLG = "Y"
             CLOSE PHS-FILE
           ELSE
             DISPLAY "*** KUBM088 WARNING PAYHST NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション処理履歴読み込み処理（１件分）
      ******************************************************************
       LOAD-PHS-READ-RTN               SECTION.
           READ PHS-FILE
             AT END
               MOVE "Y" TO PHS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO PHS-CNT.
           IF PHS-PAY-REF(1:8) NOT NUMERIC
             OR PHS-PAY-REF(1:8) = "00000000"
             GO TO EXI
           END-IF.
           MOVE PHS-PAY-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             GO TO EXI
           END-IF.
           COMPUTE WK-PAY-INT = FUNCTION INTEGER-OF-DATE(PHS-PAY-DATE).
           IF WK-PAY-INT < WK-JISSEKI-FROM-INT
             OR WK-PAY-INT > WK-KIJUN-INT
             GO TO EXI
           END-IF.
      *
           MOVE PHS-PAY-REF(1:8) TO WK-SEARCH-NO.
           PERFORM FIND-REG-RTN.
           IF WK-REG-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE REGW-DUE-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             GO TO EXI
           END-IF.
           COMPUTE WK-DUE-INT = FUNCTION INTEGER-OF-DATE(WK-CHK-DATE).
      *
           MOVE PHS-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           COMPUTE CUSW-CHIEN-TTL =
             CUSW-CHIEN-TTL + WK-PAY-INT - WK-DUE-INT.
           ADD 1 TO CUSW-CHIEN-CNT.
           REWRITE CUSW-REC.
           ADD 1 TO WK-JISSEKI-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    平均遅延日数計算処理（得意先１件分。実績の無い得意先は
      *      ゼロ＝期日どおりとする）
      ******************************************************************
       COMPUTE-AVG-RTN                 SECTION.
           MOVE ZERO TO WK-CUS-CHIEN-AVG.
           IF CUSW-CHIEN-CNT > ZERO
             COMPUTE WK-CUS-CHIEN-AVG ROUNDED =
               CUSW-CHIEN-TTL / CUSW-CHIEN-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル検索処理
      *    （WK-SEARCH-TOKUの得意先をCUSW-RECへ読み込む。未登録の得意先
      *      は営業所未設定・実績なしとして追加して返す）
      ******************************************************************
       FIND-CUS-RTN                    SECTION.
           MOVE WK-SEARCH-TOKU TO CUSW-TOKU.
           READ CUSW-FILE
             INVALID KEY
               MOVE WK-SEARCH-TOKU TO CUSW-TOKU
               MOVE SPACE TO CUSW-EIGYO
               MOVE ZERO TO CUSW-CHIEN-TTL
               MOVE ZERO TO CUSW-CHIEN-CNT
               WRITE CUSW-REC
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理
      *    （WK-SEARCH-TOKUの得意先をKUBS050で検索する）
      ******************************************************************
       FIND-TKI-RTN                    SECTION.
           MOVE "N" TO WK-TKI-FOUND-FLG.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-SEARCH-TOKU TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TKI-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書作業ファイル検索処理
      *    （WK-SEARCH-NOの請求書をREGW-RECへ読み込む）
      ******************************************************************
       FIND-REG-RTN                    SECTION.
           MOVE "N" TO WK-REG-FOUND-FLG.
           MOVE WK-SEARCH-NO TO REGW-SEI-NO.
           READ REGW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-REG-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル検索処理
      *    （未登録の営業所は営業所コードの昇順の位置へ挿入する）
      ******************************************************************
       FIND-OFC-RTN                    SECTION.
           MOVE ZERO TO WK-OFC-MATCH-IDX.
           PERFORM CHECK-OFC-ENT-RTN
             VARYING WK-OFC-IDX FROM 1 BY 1
               UNTIL WK-OFC-IDX > WK-OFC-CNT
                  OR WK-OFC-MATCH-IDX NOT = ZERO.
           IF WK-OFC-MATCH-IDX NOT = ZERO
             GO TO EXI
           END-IF.
           IF WK-OFC-CNT >= WK-OFC-MAX
             DISPLAY "*** KUBM088 ABEND OFC TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WK-OFC-INS-IDX = WK-OFC-CNT + 1.
           PERFORM CHECK-OFC-INS-RTN
             VARYING WK-OFC-IDX FROM WK-OFC-CNT BY -1
               UNTIL WK-OFC-IDX < 1.
           ADD 1 TO WK-OFC-CNT.
           PERFORM SHIFT-OFC-RTN
             VARYING WK-OFC-IDX FROM WK-OFC-CNT BY -1
               UNTIL WK-OFC-IDX <= WK-OFC-INS-IDX.
           PERFORM CLEAR-OFC-RTN
             VARYING WK-BKT-IDX FROM 1 BY 1
               UNTIL WK-BKT-IDX > 14.
           MOVE WK-OFC-SEARCH-COD TO WK-OFC-ENT-COD(WK-OFC-INS-IDX).
           MOVE WK-OFC-INS-IDX TO WK-OFC-MATCH-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-OFC-ENT-RTN               SECTION.
           IF WK-OFC-ENT-COD(WK-OFC-IDX) = WK-OFC-SEARCH-COD
             MOVE WK-OFC-IDX TO WK-OFC-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル追加処理（挿入位置の判定）
      ******************************************************************
       CHECK-OFC-INS-RTN               SECTION.
           IF WK-OFC-ENT-COD(WK-OFC-IDX) > WK-OFC-SEARCH-COD
             MOVE WK-OFC-IDX TO WK-OFC-INS-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル追加処理（１件後ろへずらす）
      ******************************************************************
       SHIFT-OFC-RTN                   SECTION.
           MOVE WK-OFC-ENT(WK-OFC-IDX - 1) TO WK-OFC-ENT(WK-OFC-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル追加処理（追加した営業所の区分１件分を
      *      初期化する）
      ******************************************************************
       CLEAR-OFC-RTN                   SECTION.
           MOVE ZERO TO WK-OFC-ENT-TORIHIKI(WK-OFC-INS-IDX, WK-BKT-IDX).
           MOVE ZERO TO WK-OFC-ENT-HORYU(WK-OFC-INS-IDX, WK-BKT-IDX).
           MOVE ZERO TO WK-OFC-ENT-KENSU(WK-OFC-INS-IDX, WK-BKT-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理
      ******************************************************************
       READ-OPI-RTN                    SECTION.
           READ OPI-FILE
             AT END
               MOVE "Y" TO OPI-END-FLG
             NOT AT END
               ADD 1 TO OPI-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM YOSOKU-RTN.
           PERFORM READ-OPI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    予測振り分け処理（未消込請求１件分）
      ******************************************************************
       YOSOKU-RTN                      SECTION.
           IF NOT OPI-STATUS-OPEN
             OR OPI-OPEN-KINGAKU NOT NUMERIC
             OR OPI-OPEN-KINGAKU = ZERO
             GO TO EXI
           END-IF.
           ADD 1 TO WK-YOSOKU-CNT.
      *
           MOVE OPI-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE SPACE TO WK-CUS-STATUS.
           MOVE ZERO TO WK-CUS-NET-DAYS.
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG = "Y"
             MOVE TOKM-STATUS-KBN TO WK-CUS-STATUS
             IF TOKM-NET-DAYS NUMERIC
               MOVE TOKM-NET-DAYS TO WK-CUS-NET-DAYS
             END-IF
           END-IF.
           PERFORM FIND-CUS-RTN.
           PERFORM COMPUTE-AVG-RTN.
           MOVE "N" TO WK-HORYU-FLG.
           IF WK-CUS-STATUS = "2"
             OR WK-CUS-STATUS = "3"
             MOVE "Y" TO WK-HORYU-FLG
           END-IF.
           MOVE CUSW-EIGYO TO WK-OFC-SEARCH-COD.
           PERFORM FIND-OFC-RTN.
      *
           PERFORM COMPUTE-YOTEI-RTN.
           IF WK-YOTEI-INT < WK-KIJUN-INT
             MOVE 1 TO WK-BKT-IDX
           ELSE
             COMPUTE WK-BKT-IDX =
               (WK-YOTEI-INT - WK-KIJUN-INT) / 7 + 2
             IF WK-BKT-IDX > WK-BKT-CNT
               MOVE WK-BKT-CNT TO WK-BKT-IDX
             END-IF
           END-IF.
      *
           IF WK-HORYU-FLG = "Y"
             COMPUTE WK-OFC-ENT-HORYU(WK-OFC-MATCH-IDX, WK-BKT-IDX) =
               WK-OFC-ENT-HORYU(WK-OFC-MATCH-IDX, WK-BKT-IDX)
               + OPI-OPEN-KINGAKU
             COMPUTE WK-ZEN-HORYU(WK-BKT-IDX) =
               WK-ZEN-HORYU(WK-BKT-IDX) + OPI-OPEN-KINGAKU
           ELSE
             COMPUTE
               WK-OFC-ENT-TORIHIKI(WK-OFC-MATCH-IDX, WK-BKT-IDX) =
               WK-OFC-ENT-TORIHIKI(WK-OFC-MATCH-IDX, WK-BKT-IDX)
               + OPI-OPEN-KINGAKU
             COMPUTE WK-ZEN-TORIHIKI(WK-BKT-IDX) =
               WK-ZEN-TORIHIKI(WK-BKT-IDX) + OPI-OPEN-KINGAKU
           END-IF.
           ADD 1 TO WK-OFC-ENT-KENSU(WK-OFC-MATCH-IDX, WK-BKT-IDX).
           ADD 1 TO WK-ZEN-KENSU(WK-BKT-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    入金予定日計算処理（支払期日＋平均遅延日数。基準日以降の
      *      予定日が休日の場合は翌営業日とする。支払期日が無い請求
      *      書は発行日＋支払サイトを支払期日とみなし、それも無い
      *      ものは期日経過として扱う）
      ******************************************************************
       COMPUTE-YOTEI-RTN               SECTION.
           MOVE OPI-DUE-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "N"
             COMPUTE WK-DUE-INT =
               FUNCTION INTEGER-OF-DATE(OPI-DUE-DATE)
           ELSE
             MOVE OPI-ISSUE-DATE TO WK-CHK-DATE
             PERFORM CHECK-DATE-RTN
             IF EDT-FAIL-FLG = "Y"
               ADD 1 TO WK-KIJITSU-ERR-CNT
               DISPLAY "*** KUBM088 WARNING NO DUE/ISSUE DATE SEI-NO="
                 OPI-SEI-NO " ***"
               COMPUTE WK-YOTEI-INT = WK-KIJUN-INT - 1
               GO TO EXI
             END-IF
             MOVE WK-CUS-NET-DAYS TO WK-NET-DAYS
             IF WK-NET-DAYS = ZERO
               MOVE 30 TO WK-NET-DAYS
             END-IF
             COMPUTE WK-DUE-INT =
               FUNCTION INTEGER-OF-DATE(OPI-ISSUE-DATE) + WK-NET-DAYS
           END-IF.
           COMPUTE WK-YOTEI-INT = WK-DUE-INT + WK-CUS-CHIEN-AVG.
           IF WK-YOTEI-INT < WK-KIJUN-INT
             GO TO EXI
           END-IF.
      *
           MOVE "N" TO CLD-FUNC.
           COMPUTE CLD-DATE-IN = FUNCTION DATE-OF-INTEGER(WK-YOTEI-INT).
           PERFORM CALL-CAL-RTN.
           IF CLD-EIGYO-FLG = "Y"
             COMPUTE WK-YOTEI-INT =
               FUNCTION INTEGER-OF-DATE(CLD-DATE-OUT)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所別予測出力処理（営業所１件分）
      ******************************************************************
       WRITE-OFC-RTN                   SECTION.
           MOVE WK-OFC-ENT(WK-OFC-IDX) TO WK-PRT-ENT.
           MOVE "N" TO WK-PRT-ZEN-FLG.
           PERFORM WRITE-PRT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    予測出力処理（WK-PRT-ENTの１営業所分または全社合計を、
      *      予測表へ区分ごとに印字しCSVへ書き出す）
      ******************************************************************
       WRITE-PRT-RTN                   SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-PRT-ZEN-FLG = "Y"
             MOVE "全社合計" TO WK-RPT-OFC-COD
           ELSE
             IF WK-PRT-COD = SPACE
               MOVE "未設定" TO WK-RPT-OFC-COD
             ELSE
               MOVE WK-PRT-COD TO WK-RPT-OFC-COD
             END-IF
           END-IF.
           MOVE WK-RPT-OFC-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE ZERO TO WK-TTL-TORIHIKI.
           MOVE ZERO TO WK-TTL-HORYU.
           MOVE ZERO TO WK-TTL-KENSU.
           PERFORM WRITE-BKT-RTN
             VARYING WK-BKT-IDX FROM 1 BY 1
               UNTIL WK-BKT-IDX > WK-BKT-CNT.
      *
           MOVE "合計" TO WK-RPT-KUBUN.
           MOVE SPACE TO WK-RPT-FROM.
           MOVE SPACE TO WK-RPT-KARA.
           MOVE SPACE TO WK-RPT-TO.
           MOVE WK-TTL-TORIHIKI TO WK-RPT-TORIHIKI.
           MOVE WK-TTL-HORYU TO WK-RPT-HORYU.
           COMPUTE WK-GOKEI = WK-TTL-TORIHIKI + WK-TTL-HORYU.
           MOVE WK-GOKEI TO WK-RPT-GOKEI.
           MOVE WK-TTL-KENSU TO WK-RPT-KENSU.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    予測出力処理（区分１件分）
      ******************************************************************
       WRITE-BKT-RTN                   SECTION.
           PERFORM SET-BKT-KIKAN-RTN.
           MOVE WK-PRT-TORIHIKI(WK-BKT-IDX) TO WK-RPT-TORIHIKI.
           MOVE WK-PRT-HORYU(WK-BKT-IDX) TO WK-RPT-HORYU.
           COMPUTE WK-GOKEI = WK-PRT-TORIHIKI(WK-BKT-IDX)
             + WK-PRT-HORYU(WK-BKT-IDX).
           MOVE WK-GOKEI TO WK-RPT-GOKEI.
           MOVE WK-PRT-KENSU(WK-BKT-IDX) TO WK-RPT-KENSU.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           COMPUTE WK-TTL-TORIHIKI =
             WK-TTL-TORIHIKI + WK-PRT-TORIHIKI(WK-BKT-IDX).
           COMPUTE WK-TTL-HORYU =
             WK-TTL-HORYU + WK-PRT-HORYU(WK-BKT-IDX).
           ADD WK-PRT-KENSU(WK-BKT-IDX) TO WK-TTL-KENSU.
      *
           PERFORM WRITE-CSV-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    区分名・期間編集処理（WK-BKT-IDXの区分の名前と入金予定日
      *      の範囲を印字行とCSV項目へ編集する）
      ******************************************************************
       SET-BKT-KIKAN-RTN               SECTION.
           MOVE SPACE TO WK-RPT-FROM.
           MOVE "〜" TO WK-RPT-KARA.
           MOVE SPACE TO WK-RPT-TO.
           MOVE SPACE TO WK-CSV-FROM-DATE.
           MOVE SPACE TO WK-CSV-TO-DATE.
           IF WK-BKT-IDX = 1
             MOVE "期日経過" TO WK-RPT-KUBUN
             MOVE ZERO TO WK-CSV-KUBUN
             COMPUTE WK-TO-INT = WK-KIJUN-INT - 1
             COMPUTE WK-TO-DATE = FUNCTION DATE-OF-INTEGER(WK-TO-INT)
             MOVE WK-TO-DATE TO WK-RPT-TO-E
             MOVE WK-TO-DATE TO WK-DATE
             PERFORM EDIT-CSV-DATE-RTN
             MOVE WK-CSV-DATE TO WK-CSV-TO-DATE
             GO TO EXI
           END-IF.
      *
           COMPUTE WK-SHU-NO = WK-BKT-IDX - 1.
           MOVE WK-SHU-NO TO WK-SHU-MEI-NO.
           COMPUTE WK-FROM-INT = WK-KIJUN-INT + (WK-SHU-NO - 1) * 7.
           COMPUTE WK-FROM-DATE = FUNCTION DATE-OF-INTEGER(WK-FROM-INT).
           MOVE WK-FROM-DATE TO WK-RPT-FROM-E.
           MOVE WK-FROM-DATE TO WK-DATE.
           PERFORM EDIT-CSV-DATE-RTN.
           MOVE WK-CSV-DATE TO WK-CSV-FROM-DATE.
           IF WK-BKT-IDX = WK-BKT-CNT
             MOVE "週以降" TO WK-SHU-MEI-ATO
             MOVE WK-SHU-MEI TO WK-RPT-KUBUN
             MOVE 99 TO WK-CSV-KUBUN
             GO TO EXI
           END-IF.
           MOVE "週" TO WK-SHU-MEI-ATO.
           MOVE WK-SHU-MEI TO WK-RPT-KUBUN.
           MOVE WK-SHU-NO TO WK-CSV-KUBUN.
           COMPUTE WK-TO-INT = WK-FROM-INT + 6.
           COMPUTE WK-TO-DATE = FUNCTION DATE-OF-INTEGER(WK-TO-INT).
           MOVE WK-TO-DATE TO WK-RPT-TO-E.
           MOVE WK-TO-DATE TO WK-DATE.
           PERFORM EDIT-CSV-DATE-RTN.
           MOVE WK-CSV-DATE TO WK-CSV-TO-DATE.
       EXI.
           EXIT.
      ******************************************************************
      *    CSV日付編集処理（WK-DATEをYYYY/MM/DDへ）
      ******************************************************************
       EDIT-CSV-DATE-RTN               SECTION.
           MOVE WK-DATE-YY TO WK-CSV-DATE-YY.
           MOVE WK-DATE-MM TO WK-CSV-DATE-MM.
           MOVE WK-DATE-DD TO WK-CSV-DATE-DD.
       EXI.
           EXIT.
      ******************************************************************
      *    CSV明細行出力処理（区分１件分）
      *    （表計算ソフトの資金繰り表への取り込み向けカンマ区切り
      *      出力）
      ******************************************************************
       WRITE-CSV-RTN                   SECTION.
           IF WK-PRT-ZEN-FLG = "Y"
             MOVE "ALL" TO WK-CSV-EIGYO-COD
           ELSE
             MOVE WK-PRT-COD TO WK-CSV-EIGYO-COD
           END-IF.
           MOVE WK-PRT-TORIHIKI(WK-BKT-IDX) TO WK-CSV-KINGAKU-ED.
           MOVE WK-PRT-HORYU(WK-BKT-IDX) TO WK-CSV-HORYU-ED.
           MOVE WK-GOKEI TO WK-CSV-GOKEI-ED.
           MOVE WK-PRT-KENSU(WK-BKT-IDX) TO WK-CSV-KENSU-ED.
           MOVE SPACE TO WK-CSV-LINE.
      *
           STRING
             FUNCTION TRIM(WK-CSV-EIGYO-COD)  DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             WK-CSV-KUBUN            DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-FROM-DATE)  DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-TO-DATE)    DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-KINGAKU-ED) DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-HORYU-ED)   DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-GOKEI-ED)   DELIMITED BY SIZE
             ","                     DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-KENSU-ED)   DELIMITED BY SIZE
             INTO WK-CSV-LINE
           END-STRING.
      *
           MOVE WK-CSV-LINE TO CSV-REC.
           WRITE CSV-REC.
           ADD 1 TO CSV-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    CSVコントロールトレーラ出力処理
      *    （明細行数と全社の合計金額を末尾に書き出し、取り込み側で
      *      途中切れを検知できるようにする）
      ******************************************************************
       WRITE-CSV-TRAILER-RTN           SECTION.
           MOVE CSV-CNT TO WK-CSV-CNT-ED.
           COMPUTE WK-GOKEI = WK-TTL-TORIHIKI + WK-TTL-HORYU.
           MOVE WK-GOKEI TO WK-CSV-SUM-ED.
           MOVE SPACE TO WK-CSV-LINE.
           STRING
             "TRAILER," DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-CNT-ED) DELIMITED BY SIZE
             ","        DELIMITED BY SIZE
             FUNCTION TRIM(WK-CSV-SUM-ED) DELIMITED BY SIZE
             INTO WK-CSV-LINE
           END-STRING.
           MOVE WK-CSV-LINE TO CSV-REC.
           WRITE CSV-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（予測表）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    件数行出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "未消込請求（予測対象）" TO WK-CNT-LABEL.
           MOVE WK-YOSOKU-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "遅延日数の算出入金件数" TO WK-CNT-LABEL.
           MOVE WK-JISSEKI-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "期日不明（期日経過扱）" TO WK-CNT-LABEL.
           MOVE WK-KIJITSU-ERR-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM088" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE OPI-CNT TO RNL-IN-CNT.
           MOVE CSV-CNT TO RNL-OUT-CNT.
           MOVE WK-KIJITSU-ERR-CNT TO RNL-EXC-CNT.
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
           PERFORM WRITE-OFC-RTN
             VARYING WK-OFC-IDX FROM 1 BY 1
               UNTIL WK-OFC-IDX > WK-OFC-CNT.
           MOVE WK-ZEN-ENT TO WK-PRT-ENT.
           MOVE "Y" TO WK-PRT-ZEN-FLG.
           PERFORM WRITE-PRT-RTN.
           PERFORM WRITE-CSV-TRAILER-RTN.
           PERFORM WRITE-SUMMARY-RTN.
      *
           CLOSE OPI-FILE.
           CLOSE RPT-FILE.
           CLOSE CSV-FILE.
           CLOSE CUSW-FILE.
           CLOSE REGW-FILE.
           DISPLAY "*** KUBM088 OPI=" OPI-CNT.
           DISPLAY "*** KUBM088 FORECAST=" WK-YOSOKU-CNT.
           DISPLAY "*** KUBM088 SUMNEW=" SUM-CNT.
           DISPLAY "*** KUBM088 REG=" REG-CNT.
           DISPLAY "*** KUBM088 PAYHST=" PHS-CNT.
           DISPLAY "*** KUBM088 PAYHST-USED=" WK-JISSEKI-CNT.
           DISPLAY "*** KUBM088 CSV=" CSV-CNT.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM088 END ***".
       EXI.
           EXIT.
