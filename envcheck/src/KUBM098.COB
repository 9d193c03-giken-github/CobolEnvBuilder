       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM098.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：得意先コード統合・変更（統合・照合）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    KUBM097Jの第３ステップ。KUBM097が得意先コードを付け替え、
      *    整列ステップがキー順（同一キー内は発生区分順＝元から
      *    新コードのレコードが先）に並べ直した作業ファイルを読み、
      *    同じキーのレコードを統合して差し替え用の新ファイルを作成
      *    する。
      *    　・得意先マスタ：先頭（統合先）のレコードを残し、残高を
      *    　　合算する
      *    　・売掛金残高：年齢別バケットと未充当を合算する（最終
      *    　　更新日は新しい方、未充当発生日は古い方）
      *    　・累計マスタ（営業所＋得意先）：同じ年月・年の累計は
      *    　　合算し、古い期間の累計は除外する（翌日の累計更新で
      *    　　いずれ捨てられる値である）
      *    　・受注履歴・契約単価・配信先マスタ・営業所対応表：
      *    　　統合先のレコードを残し、重複した付け替え側の
      *    　　レコードは除外ファイル（REJ）へ書き出す
      *    その後、KUBM097の管理ファイル（MCT・KUCF143）の付け替え前
      *    件数・管理金額と、作成した全ファイル（未消込請求・請求書
      *    発行台帳・督促発行台帳はKUBM097の出力を読み直す）の件数・
      *    金額を突合する（統合後件数＝付け替え前件数−統合件数−除外
      *    件数、統合後金額＝付け替え前金額−除外金額）。１ファイル
      *    でも一致しなければRETURN-CODE 16を返し、後続の差し替え
      *    ステップを止める。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MCT-FILE
             ASSIGN TO EXTERNAL MCT
               FILE STATUS IS WK-MCT-FILE-ERR.
           SELECT TOKS-FILE
             ASSIGN TO EXTERNAL TOKMS
               FILE STATUS IS WK-TOKS-FILE-ERR.
           SELECT TOKN-FILE
             ASSIGN TO EXTERNAL TOKMNEW
               FILE STATUS IS WK-TOKN-FILE-ERR.
           SELECT ARBS-FILE
             ASSIGN TO EXTERNAL ARBS
               FILE STATUS IS WK-ARBS-FILE-ERR.
           SELECT ARBN-FILE
             ASSIGN TO EXTERNAL ARBNEW
               FILE STATUS IS WK-ARBN-FILE-ERR.
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT SUMS-FILE
             ASSIGN TO EXTERNAL SUMS
               FILE STATUS IS WK-SUMS-FILE-ERR.
           SELECT SUMN-FILE
             ASSIGN TO EXTERNAL SUMNEW
               FILE STATUS IS WK-SUMN-FILE-ERR.
           SELECT ORDS-FILE
             ASSIGN TO EXTERNAL ORDHS
               FILE STATUS IS WK-ORDS-FILE-ERR.
           SELECT ORDN-FILE
             ASSIGN TO EXTERNAL ORDHNEW
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NORD-KEY
               ALTERNATE RECORD KEY IS NORD-SHOHIN-NO
                 WITH DUPLICATES
               FILE STATUS IS WK-ORDN-FILE-ERR.
           SELECT KYMS-FILE
             ASSIGN TO EXTERNAL KYMS
               FILE STATUS IS WK-KYMS-FILE-ERR.
           SELECT KYMN-FILE
             ASSIGN TO EXTERNAL KYMNEW
               FILE STATUS IS WK-KYMN-FILE-ERR.
           SELECT DSTS-FILE
             ASSIGN TO EXTERNAL DSTMS
               FILE STATUS IS WK-DSTS-FILE-ERR.
           SELECT DSTN-FILE
             ASSIGN TO EXTERNAL DSTMNEW
               FILE STATUS IS WK-DSTN-FILE-ERR.
           SELECT OFMS-FILE
             ASSIGN TO EXTERNAL OFFMAPS
               FILE STATUS IS WK-OFMS-FILE-ERR.
           SELECT OFMN-FILE
             ASSIGN TO EXTERNAL OFFMAPN
               FILE STATUS IS WK-OFMN-FILE-ERR.
           SELECT REGN-FILE
             ASSIGN TO EXTERNAL REGNEW
               FILE STATUS IS WK-REGN-FILE-ERR.
           SELECT DNRN-FILE
             ASSIGN TO EXTERNAL DNRNEW
               FILE STATUS IS WK-DNRN-FILE-ERR.
           SELECT REJ-FILE
             ASSIGN TO EXTERNAL REJ
               FILE STATUS IS WK-REJ-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  MCT-FILE.
       01  MCT-REC.
           COPY KUCF143.
      *整列済み作業ファイル（元レコード＋発生区分）と新ファイル
       FD  TOKS-FILE.
       01  TOKS-REC.
           COPY KUCF020
               REPLACING LEADING ==TOKM== BY ==TOKS==.
           03  TOKS-HASSEI-KBN         PIC X(1).
       FD  TOKN-FILE.
       01  TOKN-REC                    PIC X(80).
       FD  ARBS-FILE.
       01  ARBS-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==ARBS==.
           03  ARBS-HASSEI-KBN         PIC X(1).
       FD  ARBN-FILE.
       01  ARBN-REC                    PIC X(80).
       FD  OPIN-FILE.
       01  OPIN-REC.
           COPY KUCF063.
       FD  SUMS-FILE.
       01  SUMS-REC.
           COPY KUCF061
               REPLACING LEADING ==SUM== BY ==SUMS==.
           03  SUMS-HASSEI-KBN         PIC X(1).
       FD  SUMN-FILE.
       01  SUMN-REC                    PIC X(46).
       FD  ORDS-FILE.
       01  ORDS-REC.
           COPY KUCF023
               REPLACING LEADING ==ORDH== BY ==ORDS==.
           03  ORDS-HASSEI-KBN         PIC X(1).
       FD  ORDN-FILE.
       01  ORDN-REC.
           COPY KUCF023
               REPLACING LEADING ==ORDH== BY ==NORD==.
       FD  KYMS-FILE.
       01  KYMS-REC.
           COPY KUCF027
               REPLACING LEADING ==KYM== BY ==KYMS==.
           03  KYMS-HASSEI-KBN         PIC X(1).
       FD  KYMN-FILE.
       01  KYMN-REC                    PIC X(30).
       FD  DSTS-FILE.
       01  DSTS-REC.
           COPY KUCF024
               REPLACING LEADING ==DST== BY ==DSTS==.
           03  DSTS-HASSEI-KBN         PIC X(1).
       FD  DSTN-FILE.
       01  DSTN-REC                    PIC X(50).
       FD  OFMS-FILE.
       01  OFMS-REC.
           COPY KUCF098
               REPLACING LEADING ==OFM== BY ==OFMS==.
           03  OFMS-HASSEI-KBN         PIC X(1).
       FD  OFMN-FILE.
       01  OFMN-REC                    PIC X(30).
       FD  REGN-FILE.
       01  REGN-REC.
           COPY KUCF029.
       FD  DNRN-FILE.
       01  DNRN-REC.
           COPY KUCF066.
      *除外ファイル（ファイル識別＋除外したレコード）
       FD  REJ-FILE.
       01  REJ-REC.
           03  REJ-FILE-ID             PIC X(8).
           03  REJ-DATA                PIC X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-MCT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUMS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ORDS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ORDN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYMS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DSTS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DSTN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OFMS-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OFMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REJ-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  MCT-END-FLG                 PIC X VALUE "Y".
       01  TOKS-END-FLG                PIC X VALUE "Y".
       01  ARBS-END-FLG                PIC X VALUE "Y".
       01  OPIN-END-FLG                PIC X VALUE "Y".
       01  SUMS-END-FLG                PIC X VALUE "Y".
       01  ORDS-END-FLG                PIC X VALUE "Y".
       01  KYMS-END-FLG                PIC X VALUE "Y".
       01  DSTS-END-FLG                PIC X VALUE "Y".
       01  OFMS-END-FLG                PIC X VALUE "Y".
       01  REGN-END-FLG                PIC X VALUE "Y".
       01  DNRN-END-FLG                PIC X VALUE "Y".
       01  MCT-CNT                     PIC 9(4) VALUE ZERO.
       01  REJ-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-FUICCHI-CNT              PIC 9(4) VALUE ZERO.
       01  WK-IN-TOTAL                 PIC 9(10) VALUE ZERO.
       01  WK-AFT-TOTAL                PIC 9(10) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *ファイル識別・名称（管理ファイルのファイル順）
       01  WK-F-ID-VALUES.
           03  FILLER                  PIC X(8) VALUE "TOKM".
           03  FILLER                  PIC X(8) VALUE "ARB".
           03  FILLER                  PIC X(8) VALUE "OPI".
           03  FILLER                  PIC X(8) VALUE "SUM".
           03  FILLER                  PIC X(8) VALUE "ORDH".
           03  FILLER                  PIC X(8) VALUE "KYM".
           03  FILLER                  PIC X(8) VALUE "DSTM".
           03  FILLER                  PIC X(8) VALUE "OFFMAP".
           03  FILLER                  PIC X(8) VALUE "SEIREG".
           03  FILLER                  PIC X(8) VALUE "DUNREG".
       01  WK-F-ID-TBL REDEFINES WK-F-ID-VALUES.
           03  WK-F-ID                 PIC X(8) OCCURS 10 TIMES.
       01  WK-F-NAME-VALUES.
           03  FILLER                  PIC X(14) VALUE
             "得意先マスタ".
           03  FILLER                  PIC X(14) VALUE
             "売掛金残高".
           03  FILLER                  PIC X(14) VALUE
             "未消込請求".
           03  FILLER                  PIC X(14) VALUE
             "累計マスタ".
           03  FILLER                  PIC X(14) VALUE
             "受注履歴".
           03  FILLER                  PIC X(14) VALUE
             "契約単価".
           03  FILLER                  PIC X(14) VALUE
             "配信先マスタ".
           03  FILLER                  PIC X(14) VALUE
             "営業所対応表".
           03  FILLER                  PIC X(14) VALUE
             "請求書発行台帳".
           03  FILLER                  PIC X(14) VALUE
             "督促発行台帳".
       01  WK-F-NAME-TBL REDEFINES WK-F-NAME-VALUES.
           03  WK-F-NAME               PIC X(14) OCCURS 10 TIMES.
      *
      *ファイル別計数（前＝KUBM097の管理ファイル、後＝本プログラム）
       01  WK-F-CNT                    PIC 9(4) VALUE 10.
       01  WK-F-IX                     PIC 9(4) VALUE ZERO.
       01  WK-F-TBL.
           03  WK-F-ENT                OCCURS 10 TIMES.
             05  WK-F-BEF-CNT          PIC 9(10).
             05  WK-F-BEF-KIN          PIC S9(15).
             05  WK-F-RKY-CNT          PIC 9(10).
             05  WK-F-IN-CNT           PIC 9(10).
             05  WK-F-CMB-CNT          PIC 9(10).
             05  WK-F-DRP-CNT          PIC 9(10).
             05  WK-F-DRP-KIN          PIC S9(15).
             05  WK-F-AFT-CNT          PIC 9(10).
             05  WK-F-AFT-KIN          PIC S9(15).
       01  WK-CHECK-CNT                PIC 9(10) VALUE ZERO.
       01  WK-CHECK-KIN                PIC S9(15) VALUE ZERO.
      *
      *統合中のレコード（同じキーのレコードをここへ集める）
       01  WK-HOLD-FLG                 PIC X VALUE "N".
       01  WK-HTOK-REC.
           COPY KUCF020
               REPLACING LEADING ==TOKM== BY ==HTOK==.
       01  WK-HARB-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==HARB==.
       01  WK-HSUM-REC.
           COPY KUCF061
               REPLACING LEADING ==SUM== BY ==HSUM==.
       01  WK-HORD-REC.
           COPY KUCF023
               REPLACING LEADING ==ORDH== BY ==HORD==.
       01  WK-HKYM-REC.
           COPY KUCF027
               REPLACING LEADING ==KYM== BY ==HKYM==.
       01  WK-HDST-REC.
           COPY KUCF024
               REPLACING LEADING ==DST== BY ==HDST==.
       01  WK-HOFM-REC.
           COPY KUCF098
               REPLACING LEADING ==OFM== BY ==HOFM==.
      *
      *統合・除外明細の編集用
       01  WK-EV-KEY                   PIC X(20) VALUE SPACE.
       01  WK-EV-SHORI                 PIC X(40) VALUE SPACE.
       01  WK-EV-KIN                   PIC S9(15) VALUE ZERO.
       01  WK-EV-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-ARB-S-KIN                PIC S9(15) VALUE ZERO.
      *
      *統合・照合レポート見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(38) VALUE
             "＊＊＊　得意先コード統合照合　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-EV-SUBTITLE.
           03  FILLER                  PIC X(14) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "キー".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE "処理".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
             "　　　　　　　金額".
      *
      *統合・除外明細行（１件分）
       01  WK-RPT-EV-LINE.
           03  WK-RPT-EV-NAME          PIC X(14).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-EV-KEY           PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-EV-SHORI         PIC X(40).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-EV-KIN           PIC ---,---,---,---,--9.
      *
       01  WK-RPT-F-SUBTITLE.
           03  FILLER                  PIC X(14) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "　前件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　統合件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　除外件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "　後件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
             "　　　　　　前金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
             "　　　　　除外金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
             "　　　　　　後金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "照合".
      *
      *ファイル別照合行（１ファイル分）
       01  WK-RPT-F-LINE.
           03  WK-RPT-F-NAME           PIC X(14).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-BEF-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-CMB-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-DRP-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-AFT-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-BEF-KIN        PIC ---,---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-DRP-KIN        PIC ---,---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-AFT-KIN        PIC ---,---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-F-HANTEI         PIC X(6).
      *
       01  WK-NONE-LINE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "該当なし".
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM COMBINE-TOKM-RTN.
           PERFORM COMBINE-ARB-RTN.
           PERFORM COUNT-OPI-RTN.
           PERFORM COMBINE-SUM-RTN.
           PERFORM COMBINE-ORDH-RTN.
           PERFORM COMBINE-KYM-RTN.
           PERFORM COMBINE-DSTM-RTN.
           PERFORM COMBINE-OFM-RTN.
           PERFORM COUNT-REG-RTN.
           PERFORM COUNT-DNR-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （管理ファイルの１０ファイル分の付け替え前計数を読み込む。
      *      件数・ファイル順が違う場合は突合できないため異常終了）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM098 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           PERFORM CLEAR-F-RTN
             VARYING WK-F-IX FROM 1 BY 1
               UNTIL WK-F-IX > WK-F-CNT.
      *
           OPEN INPUT MCT-FILE.
           IF WK-MCT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT MCT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO MCT-END-FLG.
           PERFORM LOAD-MCT-RTN
             UNTIL MCT-END-FLG = "Y".
           CLOSE MCT-FILE.
           IF MCT-CNT NOT = WK-F-CNT
             DISPLAY "*** KUBM098 ABEND MCT-FILE INCOMPLETE ("
               MCT-CNT ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT REJ-FILE.
           IF WK-REJ-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT REJ-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT RPT-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜統合・除外明細＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-EV-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    ファイル別件数・金額初期化処理（１ファイル分）
      ******************************************************************
       CLEAR-F-RTN                     SECTION.
           MOVE ZERO TO WK-F-BEF-CNT(WK-F-IX).
           MOVE ZERO TO WK-F-BEF-KIN(WK-F-IX).
           MOVE ZERO TO WK-F-RKY-CNT(WK-F-IX).
           MOVE ZERO TO WK-F-IN-CNT(WK-F-IX).
           MOVE ZERO TO WK-F-CMB-CNT(WK-F-IX).
           MOVE ZERO TO WK-F-DRP-CNT(WK-F-IX).
           MOVE ZERO TO WK-F-DRP-KIN(WK-F-IX).
           MOVE ZERO TO WK-F-AFT-CNT(WK-F-IX).
           MOVE ZERO TO WK-F-AFT-KIN(WK-F-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    管理ファイル読み込み処理（１件分）
      ******************************************************************
       LOAD-MCT-RTN                    SECTION.
           READ MCT-FILE
             AT END
               MOVE "Y" TO MCT-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO MCT-CNT.
           IF MCT-CNT > WK-F-CNT
             GO TO EXI
           END-IF.
           IF MCT-FILE-ID NOT = WK-F-ID(MCT-CNT)
             DISPLAY "*** KUBM098 ABEND MCT-FILE SEQUENCE ("
               MCT-FILE-ID ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE MCT-BEFORE-CNT TO WK-F-BEF-CNT(MCT-CNT).
           MOVE MCT-BEFORE-KIN TO WK-F-BEF-KIN(MCT-CNT).
           MOVE MCT-REKEY-CNT TO WK-F-RKY-CNT(MCT-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ統合処理
      *    （同じ得意先コードは先頭＝統合先を残し、残高を合算する）
      ******************************************************************
       COMBINE-TOKM-RTN                SECTION.
           MOVE 1 TO WK-F-IX.
           OPEN INPUT TOKS-FILE.
           IF WK-TOKS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT TOKMS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT TOKN-FILE.
           IF WK-TOKN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT TOKMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO TOKS-END-FLG.
           PERFORM COMBINE-TOKM-1KEN-RTN
             UNTIL TOKS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-TOKN-RTN
           END-IF.
           CLOSE TOKS-FILE.
           CLOSE TOKN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ統合処理（１件分）
      ******************************************************************
       COMBINE-TOKM-1KEN-RTN           SECTION.
           READ TOKS-FILE
             AT END
               MOVE "Y" TO TOKS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF TOKS-TOKU-COD = HTOK-TOKU-COD
               IF TOKS-OPEN-BALANCE NUMERIC
                 ADD TOKS-OPEN-BALANCE TO HTOK-OPEN-BALANCE
                 MOVE TOKS-OPEN-BALANCE TO WK-EV-KIN
               ELSE
                 MOVE ZERO TO WK-EV-KIN
               END-IF
               ADD 1 TO WK-F-CMB-CNT(WK-F-IX)
               MOVE TOKS-TOKU-COD TO WK-EV-KEY
               MOVE "統合（残高を合算）" TO WK-EV-SHORI
               PERFORM WRITE-EV-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-TOKN-RTN
           END-IF.
           MOVE TOKS-REC TO WK-HTOK-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ出力処理（１件分）
      ******************************************************************
       WRITE-TOKN-RTN                  SECTION.
           MOVE WK-HTOK-REC TO TOKN-REC.
           WRITE TOKN-REC.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF HTOK-OPEN-BALANCE NUMERIC
             ADD HTOK-OPEN-BALANCE TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ統合処理
      *    （同じ得意先コードはバケット・未充当を合算する）
      ******************************************************************
       COMBINE-ARB-RTN                 SECTION.
           MOVE 2 TO WK-F-IX.
           OPEN INPUT ARBS-FILE.
           IF WK-ARBS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT ARBS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBN-FILE.
           IF WK-ARBN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT ARBNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO ARBS-END-FLG.
           PERFORM COMBINE-ARB-1KEN-RTN
             UNTIL ARBS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-ARBN-RTN
           END-IF.
           CLOSE ARBS-FILE.
           CLOSE ARBN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ統合処理（１件分）
      ******************************************************************
       COMBINE-ARB-1KEN-RTN            SECTION.
           READ ARBS-FILE
             AT END
               MOVE "Y" TO ARBS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF ARBS-TOKU-COD = HARB-TOKU-COD
               PERFORM ADD-ARB-RTN
               ADD 1 TO WK-F-CMB-CNT(WK-F-IX)
               MOVE ARBS-TOKU-COD TO WK-EV-KEY
               MOVE "統合（残高・未充当を合算）"
                 TO WK-EV-SHORI
               MOVE WK-ARB-S-KIN TO WK-EV-KIN
               PERFORM WRITE-EV-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-ARBN-RTN
           END-IF.
           MOVE ARBS-REC TO WK-HARB-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高合算処理
      *    （最終更新日は新しい方、未充当発生日はゼロ・空白でない
      *      古い方を残す）
      ******************************************************************
       ADD-ARB-RTN                     SECTION.
           MOVE ZERO TO WK-ARB-S-KIN.
           IF ARBS-BAL-CUR NUMERIC AND ARBS-BAL-30 NUMERIC
             AND ARBS-BAL-60 NUMERIC AND ARBS-BAL-90 NUMERIC
             ADD ARBS-BAL-CUR TO HARB-BAL-CUR
             ADD ARBS-BAL-30 TO HARB-BAL-30
             ADD ARBS-BAL-60 TO HARB-BAL-60
             ADD ARBS-BAL-90 TO HARB-BAL-90
             COMPUTE WK-ARB-S-KIN = ARBS-BAL-CUR + ARBS-BAL-30
               + ARBS-BAL-60 + ARBS-BAL-90
           END-IF.
           IF ARBS-UNAPPLIED NUMERIC
             ADD ARBS-UNAPPLIED TO HARB-UNAPPLIED
             SUBTRACT ARBS-UNAPPLIED FROM WK-ARB-S-KIN
           END-IF.
           IF ARBS-LAST-DATE NUMERIC
             IF HARB-LAST-DATE NOT NUMERIC
               OR ARBS-LAST-DATE > HARB-LAST-DATE
               MOVE ARBS-LAST-DATE TO HARB-LAST-DATE
             END-IF
           END-IF.
           IF ARBS-UNAP-DATE NUMERIC
             AND ARBS-UNAP-DATE NOT = ZERO
             IF HARB-UNAP-DATE NOT NUMERIC
               OR HARB-UNAP-DATE = ZERO
               OR ARBS-UNAP-DATE < HARB-UNAP-DATE
               MOVE ARBS-UNAP-DATE TO HARB-UNAP-DATE
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ出力処理（１件分）
      ******************************************************************
       WRITE-ARBN-RTN                  SECTION.
           MOVE WK-HARB-REC TO ARBN-REC.
           WRITE ARBN-REC.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF HARB-BAL-CUR NUMERIC AND HARB-BAL-30 NUMERIC
             AND HARB-BAL-60 NUMERIC AND HARB-BAL-90 NUMERIC
             COMPUTE WK-F-AFT-KIN(WK-F-IX) = WK-F-AFT-KIN(WK-F-IX)
               + HARB-BAL-CUR + HARB-BAL-30 + HARB-BAL-60
               + HARB-BAL-90
           END-IF.
           IF HARB-UNAPPLIED NUMERIC
             SUBTRACT HARB-UNAPPLIED FROM WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ計数処理（KUBM097の出力を読み直す）
      ******************************************************************
       COUNT-OPI-RTN                   SECTION.
           MOVE 3 TO WK-F-IX.
           OPEN INPUT OPIN-FILE.
           IF WK-OPIN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT OPINEW-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO OPIN-END-FLG.
           PERFORM COUNT-OPI-1KEN-RTN
             UNTIL OPIN-END-FLG = "Y".
           CLOSE OPIN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ計数処理（１件分）
      ******************************************************************
       COUNT-OPI-1KEN-RTN              SECTION.
           READ OPIN-FILE
             AT END
               MOVE "Y" TO OPIN-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF OPI-OPEN-KINGAKU NUMERIC
             ADD OPI-OPEN-KINGAKU TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ統合処理
      *    （同じ営業所・得意先コードの累計を期間ごとにまとめる）
      ******************************************************************
       COMBINE-SUM-RTN                 SECTION.
           MOVE 4 TO WK-F-IX.
           OPEN INPUT SUMS-FILE.
           IF WK-SUMS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT SUMS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SUMN-FILE.
           IF WK-SUMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT SUMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO SUMS-END-FLG.
           PERFORM COMBINE-SUM-1KEN-RTN
             UNTIL SUMS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-SUMN-RTN
           END-IF.
           CLOSE SUMS-FILE.
           CLOSE SUMN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ統合処理（１件分）
      ******************************************************************
       COMBINE-SUM-1KEN-RTN            SECTION.
           READ SUMS-FILE
             AT END
               MOVE "Y" TO SUMS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF SUMS-EIGYO-COD = HSUM-EIGYO-COD
               AND SUMS-TOKU-COD = HSUM-TOKU-COD
               ADD 1 TO WK-F-CMB-CNT(WK-F-IX)
               MOVE SPACE TO WK-EV-KEY
               STRING SUMS-EIGYO-COD DELIMITED BY SIZE
                      "/"            DELIMITED BY SIZE
                      SUMS-TOKU-COD  DELIMITED BY SIZE
                 INTO WK-EV-KEY
               PERFORM ADD-SUM-MTD-RTN
               PERFORM ADD-SUM-YTD-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-SUMN-RTN
           END-IF.
           MOVE SUMS-REC TO WK-HSUM-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    月次累計合算処理
      *    （同じ年月は合算。年月が違えば新しい年月の累計を残し、
      *      古い年月の累計は除外金額とする）
      ******************************************************************
       ADD-SUM-MTD-RTN                 SECTION.
           IF SUMS-MTD-KINGAKU NOT NUMERIC
             GO TO EXI
           END-IF.
           IF SUMS-MTD-YYYYMM = HSUM-MTD-YYYYMM
             ADD SUMS-MTD-KINGAKU TO HSUM-MTD-KINGAKU
             MOVE "統合（月次累計を合算）" TO WK-EV-SHORI
             MOVE SUMS-MTD-KINGAKU TO WK-EV-KIN
             PERFORM WRITE-EV-RTN
             GO TO EXI
           END-IF.
           IF SUMS-MTD-YYYYMM > HSUM-MTD-YYYYMM
             MOVE HSUM-MTD-KINGAKU TO WK-EV-KIN
             MOVE SUMS-MTD-YYYYMM TO HSUM-MTD-YYYYMM
             MOVE SUMS-MTD-KINGAKU TO HSUM-MTD-KINGAKU
           ELSE
             MOVE SUMS-MTD-KINGAKU TO WK-EV-KIN
           END-IF.
           ADD WK-EV-KIN TO WK-F-DRP-KIN(WK-F-IX).
           MOVE "統合（前月以前の月次累計を除外）"
             TO WK-EV-SHORI.
           PERFORM WRITE-EV-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    年次累計合算処理（考え方は月次累計と同じ）
      ******************************************************************
       ADD-SUM-YTD-RTN                 SECTION.
           IF SUMS-YTD-KINGAKU NOT NUMERIC
             GO TO EXI
           END-IF.
           IF SUMS-YTD-YYYY = HSUM-YTD-YYYY
             ADD SUMS-YTD-KINGAKU TO HSUM-YTD-KINGAKU
             MOVE "統合（年次累計を合算）" TO WK-EV-SHORI
             MOVE SUMS-YTD-KINGAKU TO WK-EV-KIN
             PERFORM WRITE-EV-RTN
             GO TO EXI
           END-IF.
           IF SUMS-YTD-YYYY > HSUM-YTD-YYYY
             MOVE HSUM-YTD-KINGAKU TO WK-EV-KIN
             MOVE SUMS-YTD-YYYY TO HSUM-YTD-YYYY
             MOVE SUMS-YTD-KINGAKU TO HSUM-YTD-KINGAKU
           ELSE
             MOVE SUMS-YTD-KINGAKU TO WK-EV-KIN
           END-IF.
           ADD WK-EV-KIN TO WK-F-DRP-KIN(WK-F-IX).
           MOVE "統合（前年以前の年次累計を除外）"
             TO WK-EV-SHORI.
           PERFORM WRITE-EV-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ出力処理（１件分）
      ******************************************************************
       WRITE-SUMN-RTN                  SECTION.
           MOVE WK-HSUM-REC TO SUMN-REC.
           WRITE SUMN-REC.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF HSUM-MTD-KINGAKU NUMERIC
             ADD HSUM-MTD-KINGAKU TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
           IF HSUM-YTD-KINGAKU NUMERIC
             ADD HSUM-YTD-KINGAKU TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴マスタ統合処理
      *    （キー順に並んでいるため新マスタへもキー順で書き出せる。
      *      同じキーは統合先を残し、付け替え側は除外する）
      ******************************************************************
       COMBINE-ORDH-RTN                SECTION.
           MOVE 5 TO WK-F-IX.
           OPEN INPUT ORDS-FILE.
           IF WK-ORDS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT ORDHS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ORDN-FILE.
           IF WK-ORDN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT ORDHNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO ORDS-END-FLG.
           PERFORM COMBINE-ORDH-1KEN-RTN
             UNTIL ORDS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-ORDN-RTN
           END-IF.
           CLOSE ORDS-FILE.
           CLOSE ORDN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴マスタ統合処理（１件分）
      ******************************************************************
       COMBINE-ORDH-1KEN-RTN           SECTION.
           READ ORDS-FILE
             AT END
               MOVE "Y" TO ORDS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF ORDS-KEY = HORD-KEY
               MOVE SPACE TO WK-EV-KEY
               STRING ORDS-TOKU-COD   DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      ORDS-JUCHU-NO   DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      ORDS-SHOHIN-NO  DELIMITED BY SIZE
                 INTO WK-EV-KEY
               IF ORDS-KINGAKU NUMERIC
                 MOVE ORDS-KINGAKU TO WK-EV-KIN
               ELSE
                 MOVE ZERO TO WK-EV-KIN
               END-IF
               MOVE ORDS-REC(1:100) TO REJ-DATA
               PERFORM WRITE-REJ-RTN
               MOVE "キー重複（付け替え側を除外）"
                 TO WK-EV-SHORI
               PERFORM WRITE-EV-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-ORDN-RTN
           END-IF.
           MOVE ORDS-REC TO WK-HORD-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴マスタ出力処理（１件分）
      ******************************************************************
       WRITE-ORDN-RTN                  SECTION.
           MOVE WK-HORD-REC TO ORDN-REC.
           WRITE ORDN-REC
             INVALID KEY
               DISPLAY "*** KUBM098 ABEND ORDHNEW WRITE FAILED KEY="
                       NORD-KEY
               MOVE 16 TO RETURN-CODE
               CLOSE ORDS-FILE
               CLOSE ORDN-FILE
               CLOSE REJ-FILE
               CLOSE RPT-FILE
               STOP RUN
           END-WRITE.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF HORD-KINGAKU NUMERIC
             ADD HORD-KINGAKU TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ統合処理
      *    （同じ得意先・商品は統合先の単価を残し、付け替え側は
      *      除外する）
      ******************************************************************
       COMBINE-KYM-RTN                 SECTION.
           MOVE 6 TO WK-F-IX.
           OPEN INPUT KYMS-FILE.
           IF WK-KYMS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT KYMS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT KYMN-FILE.
           IF WK-KYMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT KYMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO KYMS-END-FLG.
           PERFORM COMBINE-KYM-1KEN-RTN
             UNTIL KYMS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-KYMN-RTN
           END-IF.
           CLOSE KYMS-FILE.
           CLOSE KYMN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ統合処理（１件分）
      ******************************************************************
       COMBINE-KYM-1KEN-RTN            SECTION.
           READ KYMS-FILE
             AT END
               MOVE "Y" TO KYMS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF KYMS-TOKU-COD = HKYM-TOKU-COD
               AND KYMS-SHOHIN-NO = HKYM-SHOHIN-NO
               MOVE SPACE TO WK-EV-KEY
               STRING KYMS-TOKU-COD   DELIMITED BY SIZE
                      "/"             DELIMITED BY SIZE
                      KYMS-SHOHIN-NO  DELIMITED BY SIZE
                 INTO WK-EV-KEY
               IF KYMS-TANKA NUMERIC
                 MOVE KYMS-TANKA TO WK-EV-KIN
               ELSE
                 MOVE ZERO TO WK-EV-KIN
               END-IF
               MOVE KYMS-REC(1:30) TO REJ-DATA
               PERFORM WRITE-REJ-RTN
               MOVE "単価重複（統合先の単価を残す）"
                 TO WK-EV-SHORI
               PERFORM WRITE-EV-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-KYMN-RTN
           END-IF.
           MOVE KYMS-REC TO WK-HKYM-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ出力処理（１件分）
      ******************************************************************
       WRITE-KYMN-RTN                  SECTION.
           MOVE WK-HKYM-REC TO KYMN-REC.
           WRITE KYMN-REC.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF HKYM-TANKA NUMERIC
             ADD HKYM-TANKA TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    配信先マスタ統合処理
      *    （同じ得意先は統合先の指定を残し、付け替え側は除外する）
      ******************************************************************
       COMBINE-DSTM-RTN                SECTION.
           MOVE 7 TO WK-F-IX.
           OPEN INPUT DSTS-FILE.
           IF WK-DSTS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT DSTMS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT DSTN-FILE.
           IF WK-DSTN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT DSTMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO DSTS-END-FLG.
           PERFORM COMBINE-DSTM-1KEN-RTN
             UNTIL DSTS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-DSTN-RTN
           END-IF.
           CLOSE DSTS-FILE.
           CLOSE DSTN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    配信先マスタ統合処理（１件分）
      ******************************************************************
       COMBINE-DSTM-1KEN-RTN           SECTION.
           READ DSTS-FILE
             AT END
               MOVE "Y" TO DSTS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF DSTS-TOKU-COD = HDST-TOKU-COD
               MOVE DSTS-TOKU-COD TO WK-EV-KEY
               MOVE ZERO TO WK-EV-KIN
               MOVE DSTS-REC(1:50) TO REJ-DATA
               PERFORM WRITE-REJ-RTN
               MOVE "配信先重複（統合先の指定を残す）"
                 TO WK-EV-SHORI
               PERFORM WRITE-EV-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-DSTN-RTN
           END-IF.
           MOVE DSTS-REC TO WK-HDST-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    配信先マスタ出力処理（１件分）
      ******************************************************************
       WRITE-DSTN-RTN                  SECTION.
           MOVE WK-HDST-REC TO DSTN-REC.
           WRITE DSTN-REC.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表統合処理
      *    （同じ得意先は統合先の営業所を残し、付け替え側は除外
      *      する）
      ******************************************************************
       COMBINE-OFM-RTN                 SECTION.
           MOVE 8 TO WK-F-IX.
           OPEN INPUT OFMS-FILE.
           IF WK-OFMS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT OFFMAPS-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OFMN-FILE.
           IF WK-OFMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT OFFMAPN-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO WK-HOLD-FLG.
           MOVE "N" TO OFMS-END-FLG.
           PERFORM COMBINE-OFM-1KEN-RTN
             UNTIL OFMS-END-FLG = "Y".
           IF WK-HOLD-FLG = "Y"
             PERFORM WRITE-OFMN-RTN
           END-IF.
           CLOSE OFMS-FILE.
           CLOSE OFMN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表統合処理（１件分）
      ******************************************************************
       COMBINE-OFM-1KEN-RTN            SECTION.
           READ OFMS-FILE
             AT END
               MOVE "Y" TO OFMS-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           IF WK-HOLD-FLG = "Y"
             IF OFMS-TOKU-COD = HOFM-TOKU-COD
               MOVE OFMS-TOKU-COD TO WK-EV-KEY
               MOVE ZERO TO WK-EV-KIN
               MOVE OFMS-REC(1:30) TO REJ-DATA
               PERFORM WRITE-REJ-RTN
               MOVE "営業所重複（統合先を残す）"
                 TO WK-EV-SHORI
               PERFORM WRITE-EV-RTN
               GO TO EXI
             END-IF
             PERFORM WRITE-OFMN-RTN
           END-IF.
           MOVE OFMS-REC TO WK-HOFM-REC.
           MOVE "Y" TO WK-HOLD-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所対応表出力処理（１件分）
      ******************************************************************
       WRITE-OFMN-RTN                  SECTION.
           MOVE WK-HOFM-REC TO OFMN-REC.
           WRITE OFMN-REC.
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳計数処理（KUBM097の出力を読み直す）
      ******************************************************************
       COUNT-REG-RTN                   SECTION.
           MOVE 9 TO WK-F-IX.
           OPEN INPUT REGN-FILE.
           IF WK-REGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT REGNEW-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO REGN-END-FLG.
           PERFORM COUNT-REG-1KEN-RTN
             UNTIL REGN-END-FLG = "Y".
           CLOSE REGN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳計数処理（１件分）
      ******************************************************************
       COUNT-REG-1KEN-RTN              SECTION.
           READ REGN-FILE
             AT END
               MOVE "Y" TO REGN-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
           IF REG-GROSS-KINGAKU NUMERIC
             ADD REG-GROSS-KINGAKU TO WK-F-AFT-KIN(WK-F-IX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳計数処理（KUBM097の出力を読み直す）
      ******************************************************************
       COUNT-DNR-RTN                   SECTION.
           MOVE 10 TO WK-F-IX.
           OPEN INPUT DNRN-FILE.
           IF WK-DNRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM098 ABEND NOT DNRNEW-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO DNRN-END-FLG.
           PERFORM COUNT-DNR-1KEN-RTN
             UNTIL DNRN-END-FLG = "Y".
           CLOSE DNRN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳計数処理（１件分）
      ******************************************************************
       COUNT-DNR-1KEN-RTN              SECTION.
           READ DNRN-FILE
             AT END
               MOVE "Y" TO DNRN-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-F-IN-CNT(WK-F-IX).
           ADD 1 TO WK-F-AFT-CNT(WK-F-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    除外ファイル出力処理（１件分。REJ-DATAは呼び出し側で設定）
      *    （除外件数・除外金額を計上する）
      ******************************************************************
       WRITE-REJ-RTN                   SECTION.
           MOVE WK-F-ID(WK-F-IX) TO REJ-FILE-ID.
           WRITE REJ-REC.
           ADD 1 TO REJ-CNT.
           ADD 1 TO WK-F-DRP-CNT(WK-F-IX).
           ADD WK-EV-KIN TO WK-F-DRP-KIN(WK-F-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    統合・除外明細印字処理（１件分）
      ******************************************************************
       WRITE-EV-RTN                    SECTION.
           ADD 1 TO WK-EV-CNT.
           MOVE WK-F-NAME(WK-F-IX) TO WK-RPT-EV-NAME.
           MOVE WK-EV-KEY TO WK-RPT-EV-KEY.
           MOVE WK-EV-SHORI TO WK-RPT-EV-SHORI.
           MOVE WK-EV-KIN TO WK-RPT-EV-KIN.
           MOVE WK-RPT-EV-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    ファイル別照合処理（１ファイル分）
      *    （整列後の件数＝付け替え前件数、後件数＝前件数−統合−
      *      除外、後金額＝前金額−除外金額をすべて満たせば一致）
      ******************************************************************
       CHECK-F-RTN                     SECTION.
           MOVE WK-F-NAME(WK-F-IX) TO WK-RPT-F-NAME.
           MOVE WK-F-BEF-CNT(WK-F-IX) TO WK-RPT-F-BEF-CNT.
           MOVE WK-F-CMB-CNT(WK-F-IX) TO WK-RPT-F-CMB-CNT.
           MOVE WK-F-DRP-CNT(WK-F-IX) TO WK-RPT-F-DRP-CNT.
           MOVE WK-F-AFT-CNT(WK-F-IX) TO WK-RPT-F-AFT-CNT.
           MOVE WK-F-BEF-KIN(WK-F-IX) TO WK-RPT-F-BEF-KIN.
           MOVE WK-F-DRP-KIN(WK-F-IX) TO WK-RPT-F-DRP-KIN.
           MOVE WK-F-AFT-KIN(WK-F-IX) TO WK-RPT-F-AFT-KIN.
           COMPUTE WK-CHECK-CNT = WK-F-BEF-CNT(WK-F-IX)
             - WK-F-CMB-CNT(WK-F-IX) - WK-F-DRP-CNT(WK-F-IX).
           COMPUTE WK-CHECK-KIN = WK-F-BEF-KIN(WK-F-IX)
             - WK-F-DRP-KIN(WK-F-IX).
           IF WK-F-IN-CNT(WK-F-IX) = WK-F-BEF-CNT(WK-F-IX)
             AND WK-F-AFT-CNT(WK-F-IX) = WK-CHECK-CNT
             AND WK-F-AFT-KIN(WK-F-IX) = WK-CHECK-KIN
             MOVE "一致" TO WK-RPT-F-HANTEI
           ELSE
             MOVE "不一致" TO WK-RPT-F-HANTEI
             ADD 1 TO WK-FUICCHI-CNT
             DISPLAY "*** KUBM098 " WK-F-ID(WK-F-IX)
                     " BEFORE=" WK-F-BEF-CNT(WK-F-IX)
                     " SORTED=" WK-F-IN-CNT(WK-F-IX)
                     " AFTER=" WK-F-AFT-CNT(WK-F-IX)
                     " EXPECTED=" WK-CHECK-CNT
           END-IF.
           MOVE WK-RPT-F-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD WK-F-IN-CNT(WK-F-IX) TO WK-IN-TOTAL.
           ADD WK-F-AFT-CNT(WK-F-IX) TO WK-AFT-TOTAL.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（帳票）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      *    （ファイル別照合表を印字し、不一致が１ファイルでもあれば
      *      RETURN-CODE 16で差し替えを止める）
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-EV-CNT = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜ファイル別件数・金額照合＞"
             TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-F-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM CHECK-F-RTN
             VARYING WK-F-IX FROM 1 BY 1
               UNTIL WK-F-IX > WK-F-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-FUICCHI-CNT = ZERO
             MOVE "全ファイル一致（差し替え可）"
               TO RPT-REC
           ELSE
             MOVE "不一致あり（差し替えを中止）"
               TO RPT-REC
           END-IF.
           PERFORM WRITE-RPT-REC-RTN.
      *
           CLOSE REJ-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM098 EVENT=" WK-EV-CNT " REJ=" REJ-CNT.
           IF WK-FUICCHI-CNT NOT = ZERO
             DISPLAY "*** KUBM098 ABEND TOTALS DO NOT BALANCE ***"
             MOVE 16 TO RETURN-CODE
           ELSE
             DISPLAY "*** KUBM098 CONTROL TOTALS BALANCE ***"
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM098 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝整列後の全ファイル件数、出力＝統合後の全ファイル
      *      件数、例外＝除外件数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM098" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-IN-TOTAL TO RNL-IN-CNT.
           MOVE WK-AFT-TOTAL TO RNL-OUT-CNT.
           MOVE REJ-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
