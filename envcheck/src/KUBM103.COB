       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM103.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：マスタ世代保全・照合
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：延滞利息計算履歴・未充当返金台帳・
      *    　　　　　　　　貸倒台帳・口座振替依頼台帳・得意先
      *    　　　　　　　　振込先・商品在庫・定期受注・数量割戻
      *    　　　　　　　　履歴の８本を保全の組に追加（１組１８本）
      ******************************************************************
      *    業務日付の締めの時点の全マスタ（得意先・商品・契約単価・
      *    売掛金残高・未消込請求・累計・請求書発行台帳・督促発行
      *    台帳・売上目標・サスペンス滞留・延滞利息計算履歴・未充当
      *    返金台帳・貸倒台帳・口座振替依頼台帳・得意先振込先・商品
      *    在庫・定期受注・数量割戻履歴の１８本）を１組として扱う。
      *    台帳・履歴は各処理の二重実行防止の根拠となるため、売掛金
      *    残高と同じ時点へそろえて戻せるよう組に含める。
      *    マスタごとに保存の周期が違うため、締めの時点でそろって
      *    いた世代を１か所に残し、ある業務日付の状態へ全マスタを
      *    戻せるようにする。
      *    　・保全（パラメタの処理区分が空白・１）：各マスタの全
      *    　　レコードを保全マスタファイル（BKP・KUCF152）の新しい
      *    　　世代へ書き出し、マスタごとの件数・管理金額（KUBS070
      *    　　で算出）を業務日付・保全時刻とともに世代保全カタログ
      *    　　（BKC・KUCF151）へ追記する。カタログは１８本すべてを
      *    　　読み終えてから書くため、途中で異常終了した場合は何も
      *    　　登録されない
      *    　・照合（処理区分２）：現在の各マスタの件数・管理金額を、
      *    　　カタログの指定業務日付の組（保全時刻の最も新しい組）
      *    　　と突合する。KUBM104Jの復元後の確認に使う。１本でも
      *    　　一致しなければRETURN-CODE 16を返す
      *    業務日付はパラメタ（MBPPRM・KUCF153）で指定する。保全で
      *    指定が無い場合はシステム日付とする。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL MBPPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT SHOM-FILE
             ASSIGN TO EXTERNAL SHOM
               FILE STATUS IS WK-SHOM-FILE-ERR.
           SELECT KYM-FILE
             ASSIGN TO EXTERNAL KYM
               FILE STATUS IS WK-KYM-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT OPI-FILE
             ASSIGN TO EXTERNAL OPI
               FILE STATUS IS WK-OPI-FILE-ERR.
           SELECT SUM-FILE
             ASSIGN TO EXTERNAL SUMNEW
               FILE STATUS IS WK-SUM-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT DNR-FILE
             ASSIGN TO EXTERNAL DNR
               FILE STATUS IS WK-DNR-FILE-ERR.
           SELECT TGT-FILE
             ASSIGN TO EXTERNAL TGT
               FILE STATUS IS WK-TGT-FILE-ERR.
           SELECT SUS-FILE
             ASSIGN TO EXTERNAL SUSOLD
               FILE STATUS IS WK-SUS-FILE-ERR.
           SELECT LIH-FILE
             ASSIGN TO EXTERNAL LIH
               FILE STATUS IS WK-LIH-FILE-ERR.
           SELECT RFR-FILE
             ASSIGN TO EXTERNAL RFR
               FILE STATUS IS WK-RFR-FILE-ERR.
           SELECT BDR-FILE
             ASSIGN TO EXTERNAL BDR
               FILE STATUS IS WK-BDR-FILE-ERR.
           SELECT KFR-FILE
             ASSIGN TO EXTERNAL KFR
               FILE STATUS IS WK-KFR-FILE-ERR.
           SELECT FKM-FILE
             ASSIGN TO EXTERNAL FKM
               FILE STATUS IS WK-FKM-FILE-ERR.
           SELECT STK-FILE
             ASSIGN TO EXTERNAL STK
               FILE STATUS IS WK-STK-FILE-ERR.
           SELECT SOM-FILE
             ASSIGN TO EXTERNAL SOM
               FILE STATUS IS WK-SOM-FILE-ERR.
           SELECT RBH-FILE
             ASSIGN TO EXTERNAL RBH
               FILE STATUS IS WK-RBH-FILE-ERR.
           SELECT BKP-FILE
             ASSIGN TO EXTERNAL BKP
               FILE STATUS IS WK-BKP-FILE-ERR.
           SELECT BKC-FILE
             ASSIGN TO EXTERNAL BKC
               FILE STATUS IS WK-BKC-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF153.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  SHOM-FILE.
       01  SHOM-REC.
           COPY KUCF021.
       FD  KYM-FILE.
       01  KYM-REC.
           COPY KUCF027.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY KUCF063.
       FD  SUM-FILE.
       01  SUM-REC.
           COPY KUCF061.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  DNR-FILE.
       01  DNR-REC.
           COPY KUCF066.
       FD  TGT-FILE.
       01  TGT-REC.
           COPY KUCF078.
       FD  SUS-FILE.
       01  SUS-REC.
           COPY KUCF080.
       FD  LIH-FILE.
       01  LIH-REC.
           COPY KUCF112.
       FD  RFR-FILE.
       01  RFR-REC.
           COPY KUCF116.
       FD  BDR-FILE.
       01  BDR-REC.
           COPY KUCF122.
       FD  KFR-FILE.
       01  KFR-REC.
           COPY KUCF120.
       FD  FKM-FILE.
       01  FKM-REC.
           COPY KUCF114.
       FD  STK-FILE.
       01  STK-REC.
           COPY KUCF104.
       FD  SOM-FILE.
       01  SOM-REC.
           COPY KUCF106.
       FD  RBH-FILE.
       01  RBH-REC.
           COPY KUCF110.
       FD  BKP-FILE.
       01  BKP-REC.
           COPY KUCF152.
       FD  BKC-FILE.
       01  BKC-REC.
           COPY KUCF151.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHOM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DNR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TGT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUS-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-LIH-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-STK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SOM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RBH-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-BKP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-BKC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  TOKM-END-FLG                  PIC X VALUE "Y".
       01  SHOM-END-FLG                  PIC X VALUE "Y".
       01  KYM-END-FLG                   PIC X VALUE "Y".
       01  ARB-END-FLG                   PIC X VALUE "Y".
       01  OPI-END-FLG                   PIC X VALUE "Y".
       01  SUM-END-FLG                   PIC X VALUE "Y".
       01  REG-END-FLG                   PIC X VALUE "Y".
       01  DNR-END-FLG                   PIC X VALUE "Y".
       01  TGT-END-FLG                   PIC X VALUE "Y".
       01  SUS-END-FLG                   PIC X VALUE "Y".
       01  LIH-END-FLG                   PIC X VALUE "Y".
       01  RFR-END-FLG                   PIC X VALUE "Y".
       01  BDR-END-FLG                   PIC X VALUE "Y".
       01  KFR-END-FLG                   PIC X VALUE "Y".
       01  FKM-END-FLG                   PIC X VALUE "Y".
       01  STK-END-FLG                   PIC X VALUE "Y".
       01  SOM-END-FLG                   PIC X VALUE "Y".
       01  RBH-END-FLG                   PIC X VALUE "Y".
       01  BKC-END-FLG                 PIC X VALUE "Y".
       01  WK-IN-TOTAL                 PIC 9(10) VALUE ZERO.
       01  WK-BKP-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-FUICCHI-CNT              PIC 9(4) VALUE ZERO.
      *
      *処理区分（１＝保全、２＝照合）・業務日付・保全時刻
       01  WK-MODE-KBN                 PIC X VALUE "1".
       01  WK-GYOMU-DATE               PIC 9(8) VALUE ZERO.
       01  WK-SET-TS                   PIC X(14) VALUE SPACE.
      *照合の対象とするカタログの組（指定業務日付の最新の保全時刻）
       01  WK-BKC-SET-TS               PIC X(14) VALUE SPACE.
       01  WK-FIND-ID                  PIC X(4) VALUE SPACE.
       01  WK-FOUND-IX                 PIC 9(4) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *管理金額算出用（KUBS070の連絡領域）
       01  WK-MKA-AREA.
           COPY KUCF154.
      *
      *マスタ識別・名称（カタログ・保全マスタファイルのマスタ順）
       01  WK-M-ID-VALUES.
           03  FILLER                  PIC X(4) VALUE "TOKM".
           03  FILLER                  PIC X(4) VALUE "SHOM".
           03  FILLER                  PIC X(4) VALUE "KYM".
           03  FILLER                  PIC X(4) VALUE "ARB".
           03  FILLER                  PIC X(4) VALUE "OPI".
           03  FILLER                  PIC X(4) VALUE "SUM".
           03  FILLER                  PIC X(4) VALUE "REG".
           03  FILLER                  PIC X(4) VALUE "DUN".
           03  FILLER                  PIC X(4) VALUE "TGT".
           03  FILLER                  PIC X(4) VALUE "SUS".
           03  FILLER                  PIC X(4) VALUE "LIH".
           03  FILLER                  PIC X(4) VALUE "RFR".
           03  FILLER                  PIC X(4) VALUE "BDR".
           03  FILLER                  PIC X(4) VALUE "KFR".
           03  FILLER                  PIC X(4) VALUE "FKM".
           03  FILLER                  PIC X(4) VALUE "STK".
           03  FILLER                  PIC X(4) VALUE "SOM".
           03  FILLER                  PIC X(4) VALUE "RBH".
       01  WK-M-ID-TBL REDEFINES WK-M-ID-VALUES.
           03  WK-M-ID                 PIC X(4) OCCURS 18 TIMES.
       01  WK-M-NAME-VALUES.
           03  FILLER                  PIC X(14) VALUE
             "得意先マスタ".
           03  FILLER                  PIC X(14) VALUE
             "商品マスタ".
           03  FILLER                  PIC X(14) VALUE
             "契約単価マスタ".
           03  FILLER                  PIC X(14) VALUE
             "売掛金残高".
           03  FILLER                  PIC X(14) VALUE
             "未消込請求".
           03  FILLER                  PIC X(14) VALUE
             "累計マスタ".
           03  FILLER                  PIC X(14) VALUE
             "請求書発行台帳".
           03  FILLER                  PIC X(14) VALUE
             "督促発行台帳".
           03  FILLER                  PIC X(14) VALUE
             "売上目標マスタ".
           03  FILLER                  PIC X(14) VALUE
             "サスペンス滞留".
           03  FILLER                  PIC X(14) VALUE
             "延滞利息履歴".
           03  FILLER                  PIC X(14) VALUE
             "未充当返金台帳".
           03  FILLER                  PIC X(14) VALUE
             "貸倒台帳".
           03  FILLER                  PIC X(14) VALUE
             "口座振替台帳".
           03  FILLER                  PIC X(14) VALUE
             "振込先マスタ".
           03  FILLER                  PIC X(14) VALUE
             "商品在庫マスタ".
           03  FILLER                  PIC X(14) VALUE
             "定期受注マスタ".
           03  FILLER                  PIC X(14) VALUE
             "数量割戻履歴".
       01  WK-M-NAME-TBL REDEFINES WK-M-NAME-VALUES.
           03  WK-M-NAME               PIC X(14) OCCURS 18 TIMES.
      *
      *マスタ別計数（現在のマスタと、照合時はカタログの値）
       01  WK-M-CNT                    PIC 9(4) VALUE 18.
       01  WK-M-IX                     PIC 9(4) VALUE ZERO.
       01  WK-M-TBL.
           03  WK-M-ENT                OCCURS 18 TIMES.
             05  WK-M-REC-CNT          PIC 9(10).
             05  WK-M-KIN              PIC S9(13)V99.
             05  WK-M-BKC-FLG          PIC X(1).
             05  WK-M-BKC-CNT          PIC 9(10).
             05  WK-M-BKC-KIN          PIC S9(13)V99.
      *
      *保全・照合レポート見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  WK-RPT-TITLE-TEXT       PIC X(38) VALUE
             "＊＊＊　マスタ世代保全　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "業務日付：".
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-TS-LINE.
           03  WK-RPT-TS-LABEL         PIC X(22).
           03  WK-RPT-TS               PIC X(14).
      *
       01  WK-RPT-M-SUBTITLE.
           03  FILLER                  PIC X(14) VALUE "マスタ".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "　　件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(21) VALUE
             "　　　　　管理金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-SUB-BKC        PIC X(50) VALUE SPACE.
       01  WK-RPT-M-SUB-BKC-TEXT.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "カタログ".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(21) VALUE
             "　　カタログ金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "照合".
      *
      *マスタ別行（１マスタ分）
       01  WK-RPT-M-LINE.
           03  WK-RPT-M-NAME           PIC X(14).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-CNT            PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-KIN            PIC --,---,---,---,--9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-M-BKC-AREA.
             05  FILLER                PIC X(1).
             05  WK-RPT-M-BKC-CNT      PIC ZZ,ZZZ,ZZ9.
             05  FILLER                PIC X(1).
             05  WK-RPT-M-BKC-KIN      PIC --,---,---,---,--9.99.
             05  FILLER                PIC X(1).
             05  WK-RPT-M-HANTEI       PIC X(12).
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM READ-TOKM-RTN.
           PERFORM READ-SHOM-RTN.
           PERFORM READ-KYM-RTN.
           PERFORM READ-ARB-RTN.
           PERFORM READ-OPI-RTN.
           PERFORM READ-SUM-RTN.
           PERFORM READ-REG-RTN.
           PERFORM READ-DNR-RTN.
           PERFORM READ-TGT-RTN.
           PERFORM READ-SUS-RTN.
           PERFORM READ-LIH-RTN.
           PERFORM READ-RFR-RTN.
           PERFORM READ-BDR-RTN.
           PERFORM READ-KFR-RTN.
           PERFORM READ-FKM-RTN.
           PERFORM READ-STK-RTN.
           PERFORM READ-SOM-RTN.
           PERFORM READ-RBH-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （パラメタで処理区分・業務日付を決め、照合ではカタログの
      *      組を読み込み、保全では保全マスタファイルを作成する）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM103 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-SET-TS.
           PERFORM CLEAR-M-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
      *
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF MBP-GYOMU-DATE NUMERIC
                   MOVE MBP-GYOMU-DATE TO WK-GYOMU-DATE
                 END-IF
                 IF MBP-MODE-VERIFY
                   MOVE "2" TO WK-MODE-KBN
                 END-IF
             END-READ
             CLOSE PRM-FILE
           END-IF.
      *
           IF WK-MODE-KBN = "2"
             IF WK-GYOMU-DATE = ZERO
               DISPLAY "*** KUBM103 ABEND MBPPRM GYOMU-DATE REQUIRED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM LOAD-BKC-RTN
             MOVE "＊＊＊　マスタ復元照合　＊＊＊"
               TO WK-RPT-TITLE-TEXT
             MOVE WK-RPT-M-SUB-BKC-TEXT TO WK-RPT-M-SUB-BKC
           ELSE
             IF WK-GYOMU-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WK-GYOMU-DATE
             END-IF
           END-IF.
           DISPLAY "*** KUBM103 MODE=" WK-MODE-KBN
                   " GYOMU-DATE=" WK-GYOMU-DATE.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-GYOMU-DATE TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
      *
           IF WK-MODE-KBN = "2"
             GO TO EXI
           END-IF.
           OPEN OUTPUT BKP-FILE.
           IF WK-BKP-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT BKP-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACE TO BKP-REC.
           MOVE "1" TO BKP-REC-KBN.
           MOVE WK-GYOMU-DATE TO BKP-GYOMU-DATE.
           MOVE WK-SET-TS TO BKP-SET-TS.
           WRITE BKP-REC.
           ADD 1 TO WK-BKP-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ別件数・金額初期化処理（１マスタ分）
      ******************************************************************
       CLEAR-M-RTN                     SECTION.
           MOVE ZERO TO WK-M-REC-CNT(WK-M-IX).
           MOVE ZERO TO WK-M-KIN(WK-M-IX).
           MOVE SPACE TO WK-M-BKC-FLG(WK-M-IX).
           MOVE ZERO TO WK-M-BKC-CNT(WK-M-IX).
           MOVE ZERO TO WK-M-BKC-KIN(WK-M-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    カタログ読み込み処理（照合）
      *    （指定業務日付の最新の組を探し、その組の件数・管理金額を
      *      マスタ別に読み込む。組が無ければ照合できないため異常
      *      終了）
      ******************************************************************
       LOAD-BKC-RTN                    SECTION.
           OPEN INPUT BKC-FILE.
           IF WK-BKC-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT BKC-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO BKC-END-FLG.
           PERFORM FIND-BKC-SET-RTN
             UNTIL BKC-END-FLG = "Y".
           CLOSE BKC-FILE.
           IF WK-BKC-SET-TS = SPACE
             DISPLAY "*** KUBM103 ABEND GYOMU-DATE NOT IN CATALOG ("
               WK-GYOMU-DATE ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN INPUT BKC-FILE.
           MOVE "N" TO BKC-END-FLG.
           PERFORM LOAD-BKC-1KEN-RTN
             UNTIL BKC-END-FLG = "Y".
           CLOSE BKC-FILE.
           DISPLAY "*** KUBM103 CATALOG SET=" WK-BKC-SET-TS.
       EXI.
           EXIT.
      ******************************************************************
      *    カタログの組検索処理（１件分）
      ******************************************************************
       FIND-BKC-SET-RTN                SECTION.
           READ BKC-FILE
             AT END
               MOVE "Y" TO BKC-END-FLG
               GO TO EXI
           END-READ.
           IF BKC-GYOMU-DATE = WK-GYOMU-DATE
             AND BKC-SET-TS > WK-BKC-SET-TS
             MOVE BKC-SET-TS TO WK-BKC-SET-TS
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    カタログ読み込み処理（１件分）
      ******************************************************************
       LOAD-BKC-1KEN-RTN               SECTION.
           READ BKC-FILE
             AT END
               MOVE "Y" TO BKC-END-FLG
               GO TO EXI
           END-READ.
           IF BKC-GYOMU-DATE NOT = WK-GYOMU-DATE
             OR BKC-SET-TS NOT = WK-BKC-SET-TS
             GO TO EXI
           END-IF.
           MOVE BKC-MST-ID TO WK-FIND-ID.
           PERFORM FIND-M-RTN.
           IF WK-FOUND-IX = ZERO
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-M-BKC-FLG(WK-FOUND-IX).
           MOVE BKC-CNT TO WK-M-BKC-CNT(WK-FOUND-IX).
           MOVE BKC-KIN TO WK-M-BKC-KIN(WK-FOUND-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ識別検索処理（WK-FIND-IDの表位置をWK-FOUND-IXへ）
      ******************************************************************
       FIND-M-RTN                      SECTION.
           MOVE ZERO TO WK-FOUND-IX.
           PERFORM FIND-M-1KEN-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ識別検索処理（１マスタ分）
      ******************************************************************
       FIND-M-1KEN-RTN                 SECTION.
           IF WK-M-ID(WK-M-IX) = WK-FIND-ID
             MOVE WK-M-IX TO WK-FOUND-IX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ読み込み処理（TOKM）
      ******************************************************************
       READ-TOKM-RTN                       SECTION.
           OPEN INPUT TOKM-FILE.
           IF WK-TOKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT TOKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 1 TO WK-M-IX.
           MOVE "N" TO TOKM-END-FLG.
           PERFORM READ-TOKM-1KEN-RTN
             UNTIL TOKM-END-FLG = "Y".
           CLOSE TOKM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ読み込み処理（１件分）
      ******************************************************************
       READ-TOKM-1KEN-RTN                  SECTION.
           READ TOKM-FILE
             AT END
               MOVE "Y" TO TOKM-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE TOKM-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ読み込み処理（SHOM）
      ******************************************************************
       READ-SHOM-RTN                       SECTION.
           OPEN INPUT SHOM-FILE.
           IF WK-SHOM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT SHOM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 2 TO WK-M-IX.
           MOVE "N" TO SHOM-END-FLG.
           PERFORM READ-SHOM-1KEN-RTN
             UNTIL SHOM-END-FLG = "Y".
           CLOSE SHOM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ読み込み処理（１件分）
      ******************************************************************
       READ-SHOM-1KEN-RTN                  SECTION.
           READ SHOM-FILE
             AT END
               MOVE "Y" TO SHOM-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE SHOM-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ読み込み処理（KYM）
      ******************************************************************
       READ-KYM-RTN                        SECTION.
           OPEN INPUT KYM-FILE.
           IF WK-KYM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT KYM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 3 TO WK-M-IX.
           MOVE "N" TO KYM-END-FLG.
           PERFORM READ-KYM-1KEN-RTN
             UNTIL KYM-END-FLG = "Y".
           CLOSE KYM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ読み込み処理（１件分）
      ******************************************************************
       READ-KYM-1KEN-RTN                   SECTION.
           READ KYM-FILE
             AT END
               MOVE "Y" TO KYM-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE KYM-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高読み込み処理（ARB）
      ******************************************************************
       READ-ARB-RTN                        SECTION.
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT ARB-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 4 TO WK-M-IX.
           MOVE "N" TO ARB-END-FLG.
           PERFORM READ-ARB-1KEN-RTN
             UNTIL ARB-END-FLG = "Y".
           CLOSE ARB-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高読み込み処理（１件分）
      ******************************************************************
       READ-ARB-1KEN-RTN                   SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO ARB-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE ARB-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求読み込み処理（OPI）
      ******************************************************************
       READ-OPI-RTN                        SECTION.
           OPEN INPUT OPI-FILE.
           IF WK-OPI-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT OPI-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 5 TO WK-M-IX.
           MOVE "N" TO OPI-END-FLG.
           PERFORM READ-OPI-1KEN-RTN
             UNTIL OPI-END-FLG = "Y".
           CLOSE OPI-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求読み込み処理（１件分）
      ******************************************************************
       READ-OPI-1KEN-RTN                   SECTION.
           READ OPI-FILE
             AT END
               MOVE "Y" TO OPI-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE OPI-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ読み込み処理（SUMNEW）
      ******************************************************************
       READ-SUM-RTN                        SECTION.
           OPEN INPUT SUM-FILE.
           IF WK-SUM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT SUMNEW-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 6 TO WK-M-IX.
           MOVE "N" TO SUM-END-FLG.
           PERFORM READ-SUM-1KEN-RTN
             UNTIL SUM-END-FLG = "Y".
           CLOSE SUM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ読み込み処理（１件分）
      ******************************************************************
       READ-SUM-1KEN-RTN                   SECTION.
           READ SUM-FILE
             AT END
               MOVE "Y" TO SUM-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE SUM-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（REG）
      ******************************************************************
       READ-REG-RTN                        SECTION.
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT REG-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 7 TO WK-M-IX.
           MOVE "N" TO REG-END-FLG.
           PERFORM READ-REG-1KEN-RTN
             UNTIL REG-END-FLG = "Y".
           CLOSE REG-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（１件分）
      ******************************************************************
       READ-REG-1KEN-RTN                   SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO REG-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE REG-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳読み込み処理（DNR）
      ******************************************************************
       READ-DNR-RTN                        SECTION.
           OPEN INPUT DNR-FILE.
           IF WK-DNR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT DNR-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 8 TO WK-M-IX.
           MOVE "N" TO DNR-END-FLG.
           PERFORM READ-DNR-1KEN-RTN
             UNTIL DNR-END-FLG = "Y".
           CLOSE DNR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    督促発行台帳読み込み処理（１件分）
      ******************************************************************
       READ-DNR-1KEN-RTN                   SECTION.
           READ DNR-FILE
             AT END
               MOVE "Y" TO DNR-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE DNR-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売上目標マスタ読み込み処理（TGT）
      ******************************************************************
       READ-TGT-RTN                        SECTION.
           OPEN INPUT TGT-FILE.
           IF WK-TGT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT TGT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 9 TO WK-M-IX.
           MOVE "N" TO TGT-END-FLG.
           PERFORM READ-TGT-1KEN-RTN
             UNTIL TGT-END-FLG = "Y".
           CLOSE TGT-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    売上目標マスタ読み込み処理（１件分）
      ******************************************************************
       READ-TGT-1KEN-RTN                   SECTION.
           READ TGT-FILE
             AT END
               MOVE "Y" TO TGT-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE TGT-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンス滞留読み込み処理（SUSOLD）
      ******************************************************************
       READ-SUS-RTN                        SECTION.
           OPEN INPUT SUS-FILE.
           IF WK-SUS-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT SUSOLD-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 10 TO WK-M-IX.
           MOVE "N" TO SUS-END-FLG.
           PERFORM READ-SUS-1KEN-RTN
             UNTIL SUS-END-FLG = "Y".
           CLOSE SUS-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンス滞留読み込み処理（１件分）
      ******************************************************************
       READ-SUS-1KEN-RTN                   SECTION.
           READ SUS-FILE
             AT END
               MOVE "Y" TO SUS-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE SUS-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算履歴読み込み処理（LIH）
      ******************************************************************
       READ-LIH-RTN                        SECTION.
           OPEN INPUT LIH-FILE.
           IF WK-LIH-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT LIH-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 11 TO WK-M-IX.
           MOVE "N" TO LIH-END-FLG.
           PERFORM READ-LIH-1KEN-RTN
             UNTIL LIH-END-FLG = "Y".
           CLOSE LIH-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算履歴読み込み処理（１件分）
      ******************************************************************
       READ-LIH-1KEN-RTN                   SECTION.
           READ LIH-FILE
             AT END
               MOVE "Y" TO LIH-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE LIH-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未充当返金台帳読み込み処理（RFR）
      ******************************************************************
       READ-RFR-RTN                        SECTION.
           OPEN INPUT RFR-FILE.
           IF WK-RFR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT RFR-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 12 TO WK-M-IX.
           MOVE "N" TO RFR-END-FLG.
           PERFORM READ-RFR-1KEN-RTN
             UNTIL RFR-END-FLG = "Y".
           CLOSE RFR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    未充当返金台帳読み込み処理（１件分）
      ******************************************************************
       READ-RFR-1KEN-RTN                   SECTION.
           READ RFR-FILE
             AT END
               MOVE "Y" TO RFR-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE RFR-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳読み込み処理（BDR）
      ******************************************************************
       READ-BDR-RTN                        SECTION.
           OPEN INPUT BDR-FILE.
           IF WK-BDR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT BDR-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 13 TO WK-M-IX.
           MOVE "N" TO BDR-END-FLG.
           PERFORM READ-BDR-1KEN-RTN
             UNTIL BDR-END-FLG = "Y".
           CLOSE BDR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳読み込み処理（１件分）
      ******************************************************************
       READ-BDR-1KEN-RTN                   SECTION.
           READ BDR-FILE
             AT END
               MOVE "Y" TO BDR-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE BDR-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳読み込み処理（KFR）
      ******************************************************************
       READ-KFR-RTN                        SECTION.
           OPEN INPUT KFR-FILE.
           IF WK-KFR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT KFR-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 14 TO WK-M-IX.
           MOVE "N" TO KFR-END-FLG.
           PERFORM READ-KFR-1KEN-RTN
             UNTIL KFR-END-FLG = "Y".
           CLOSE KFR-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳読み込み処理（１件分）
      ******************************************************************
       READ-KFR-1KEN-RTN                   SECTION.
           READ KFR-FILE
             AT END
               MOVE "Y" TO KFR-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE KFR-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理（FKM）
      ******************************************************************
       READ-FKM-RTN                        SECTION.
           OPEN INPUT FKM-FILE.
           IF WK-FKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT FKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 15 TO WK-M-IX.
           MOVE "N" TO FKM-END-FLG.
           PERFORM READ-FKM-1KEN-RTN
             UNTIL FKM-END-FLG = "Y".
           CLOSE FKM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理（１件分）
      ******************************************************************
       READ-FKM-1KEN-RTN                   SECTION.
           READ FKM-FILE
             AT END
               MOVE "Y" TO FKM-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE FKM-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    商品在庫マスタ読み込み処理（STK）
      ******************************************************************
       READ-STK-RTN                        SECTION.
           OPEN INPUT STK-FILE.
           IF WK-STK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT STK-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 16 TO WK-M-IX.
           MOVE "N" TO STK-END-FLG.
           PERFORM READ-STK-1KEN-RTN
             UNTIL STK-END-FLG = "Y".
           CLOSE STK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    商品在庫マスタ読み込み処理（１件分）
      ******************************************************************
       READ-STK-1KEN-RTN                   SECTION.
           READ STK-FILE
             AT END
               MOVE "Y" TO STK-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE STK-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    定期受注マスタ読み込み処理（SOM）
      ******************************************************************
       READ-SOM-RTN                        SECTION.
           OPEN INPUT SOM-FILE.
           IF WK-SOM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT SOM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 17 TO WK-M-IX.
           MOVE "N" TO SOM-END-FLG.
           PERFORM READ-SOM-1KEN-RTN
             UNTIL SOM-END-FLG = "Y".
           CLOSE SOM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    定期受注マスタ読み込み処理（１件分）
      ******************************************************************
       READ-SOM-1KEN-RTN                   SECTION.
           READ SOM-FILE
             AT END
               MOVE "Y" TO SOM-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE SOM-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    数量割戻履歴読み込み処理（RBH）
      ******************************************************************
       READ-RBH-RTN                        SECTION.
           OPEN INPUT RBH-FILE.
           IF WK-RBH-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT RBH-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 18 TO WK-M-IX.
           MOVE "N" TO RBH-END-FLG.
           PERFORM READ-RBH-1KEN-RTN
             UNTIL RBH-END-FLG = "Y".
           CLOSE RBH-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    数量割戻履歴読み込み処理（１件分）
      ******************************************************************
       READ-RBH-1KEN-RTN                   SECTION.
           READ RBH-FILE
             AT END
               MOVE "Y" TO RBH-END-FLG
               GO TO EXI
           END-READ.
           MOVE SPACE TO MKA-DATA.
           MOVE RBH-REC TO MKA-DATA.
           PERFORM ACCUM-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタレコード集計処理（１件分）
      *    （管理金額をKUBS070で算出して加え、保全では保全マスタ
      *      ファイルへマスタ識別付きで書き出す）
      ******************************************************************
       ACCUM-REC-RTN                   SECTION.
           MOVE WK-M-ID(WK-M-IX) TO MKA-MST-ID.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS070" USING WK-MKA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           ADD 1 TO WK-M-REC-CNT(WK-M-IX).
           ADD MKA-KIN TO WK-M-KIN(WK-M-IX).
           ADD 1 TO WK-IN-TOTAL.
           IF WK-MODE-KBN = "2"
             GO TO EXI
           END-IF.
           MOVE SPACE TO BKP-REC.
           MOVE "2" TO BKP-REC-KBN.
           MOVE WK-GYOMU-DATE TO BKP-GYOMU-DATE.
           MOVE WK-SET-TS TO BKP-SET-TS.
           MOVE WK-M-ID(WK-M-IX) TO BKP-MST-ID.
           MOVE MKA-DATA TO BKP-DATA.
           WRITE BKP-REC.
           ADD 1 TO WK-BKP-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    カタログ登録処理（保全）
      *    （１８本分の件数・管理金額を業務日付・保全時刻で追記する。
      *      未作成の初回は新規作成する）
      ******************************************************************
       WRITE-BKC-RTN                   SECTION.
           OPEN EXTEND BKC-FILE.
           IF WK-BKC-FILE-ERR NOT = 00
             OPEN OUTPUT BKC-FILE
           END-IF.
           IF WK-BKC-FILE-ERR NOT = 00
             DISPLAY "*** KUBM103 ABEND NOT BKC-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM WRITE-BKC-1KEN-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
           CLOSE BKC-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    カタログ登録処理（１マスタ分）
      ******************************************************************
       WRITE-BKC-1KEN-RTN              SECTION.
           MOVE SPACE TO BKC-REC.
           MOVE WK-GYOMU-DATE TO BKC-GYOMU-DATE.
           MOVE WK-SET-TS TO BKC-SET-TS.
           MOVE WK-M-ID(WK-M-IX) TO BKC-MST-ID.
           MOVE WK-M-REC-CNT(WK-M-IX) TO BKC-CNT.
           MOVE WK-M-KIN(WK-M-IX) TO BKC-KIN.
           WRITE BKC-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ別行出力処理（１マスタ分）
      *    （照合ではカタログの件数・管理金額と突合する）
      ******************************************************************
       PRINT-M-RTN                     SECTION.
           MOVE SPACE TO WK-RPT-M-LINE.
           MOVE WK-M-NAME(WK-M-IX) TO WK-RPT-M-NAME.
           MOVE WK-M-REC-CNT(WK-M-IX) TO WK-RPT-M-CNT.
           MOVE WK-M-KIN(WK-M-IX) TO WK-RPT-M-KIN.
           IF WK-MODE-KBN = "2"
             PERFORM JUDGE-M-RTN
           END-IF.
           MOVE WK-RPT-M-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    カタログ照合処理（１マスタ分）
      ******************************************************************
       JUDGE-M-RTN                     SECTION.
           IF WK-M-BKC-FLG(WK-M-IX) NOT = "Y"
             MOVE "カタログなし" TO WK-RPT-M-HANTEI
             ADD 1 TO WK-FUICCHI-CNT
             GO TO EXI
           END-IF.
           MOVE WK-M-BKC-CNT(WK-M-IX) TO WK-RPT-M-BKC-CNT.
           MOVE WK-M-BKC-KIN(WK-M-IX) TO WK-RPT-M-BKC-KIN.
           IF WK-M-REC-CNT(WK-M-IX) = WK-M-BKC-CNT(WK-M-IX)
             AND WK-M-KIN(WK-M-IX) = WK-M-BKC-KIN(WK-M-IX)
             MOVE "一致" TO WK-RPT-M-HANTEI
           ELSE
             MOVE "不一致" TO WK-RPT-M-HANTEI
             ADD 1 TO WK-FUICCHI-CNT
           END-IF.
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
      *    （保全ではカタログへ登録し、マスタ別の件数・管理金額を
      *      印字する。照合で不一致が１本でもあればRETURN-CODE 16）
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-MODE-KBN NOT = "2"
             CLOSE BKP-FILE
             PERFORM WRITE-BKC-RTN
           END-IF.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-MODE-KBN = "2"
             MOVE "照合したカタログの組：" TO WK-RPT-TS-LABEL
             MOVE WK-BKC-SET-TS TO WK-RPT-TS
           ELSE
             MOVE "保全時刻　　　　　　：" TO WK-RPT-TS-LABEL
             MOVE WK-SET-TS TO WK-RPT-TS
           END-IF.
           MOVE WK-RPT-TS-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜マスタ別件数・管理金額＞"
             TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-M-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM PRINT-M-RTN
             VARYING WK-M-IX FROM 1 BY 1
               UNTIL WK-M-IX > WK-M-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-MODE-KBN NOT = "2"
             MOVE "全マスタを保全しカタログへ登録"
               TO RPT-REC
           ELSE
             IF WK-FUICCHI-CNT = ZERO
               MOVE "全マスタ一致（復元完了）" TO RPT-REC
             ELSE
               MOVE "不一致あり（復元結果を要確認）"
                 TO RPT-REC
             END-IF
           END-IF.
           PERFORM WRITE-RPT-REC-RTN.
           CLOSE RPT-FILE.
      *
           DISPLAY "*** KUBM103 READ=" WK-IN-TOTAL " BKP=" WK-BKP-CNT.
           IF WK-FUICCHI-CNT NOT = ZERO
             DISPLAY "*** KUBM103 ABEND CATALOG NOT MATCHED ***"
             MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM103 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝全マスタの読み込み件数、出力＝保全マスタファイル
      *      の書き込み件数、例外＝照合の不一致マスタ数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM103" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-IN-TOTAL TO RNL-IN-CNT.
           MOVE WK-BKP-CNT TO RNL-OUT-CNT.
           MOVE WK-FUICCHI-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
