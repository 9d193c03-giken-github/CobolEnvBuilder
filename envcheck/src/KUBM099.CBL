       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM099.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：得意先コード統合・変更（売上実績ＤＢ）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    KUBM097Jの第４ステップ。KUBM098の照合がすべて一致した
      *    ときだけ実行し、トランザクション（MGT・KUCF142）の旧コード
      *    の行をSALES_DETAIL・CUSTOMER_SUBTOTAL・PROCESSED_ORDERSの
      *    各表で新コードへ付け替える（累計マスタだけを統合すると
      *    KUBM055の整合性監査が統合先の得意先を常に乖離と判定する
      *    ため）。
      *    表ごとに付け替え前の旧・新コード合計の件数・金額と、付け
      *    替え後の新コードの件数・金額を突合し、旧コードの行が残って
      *    いないことを確かめる。全トランザクション・全表が一致した
      *    場合のみCOMMITし、１件でも不一致・ＳＱＬエラーがあれば
      *    全体をROLLBACKしてRETURN-CODE 16を返す（後続のファイル
      *    差し替えステップを止める）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT MGT-FILE
             ASSIGN TO EXTERNAL MGT
               FILE STATUS IS WK-MGT-FILE-ERR.
           SELECT DBC-FILE
             ASSIGN TO EXTERNAL DBC
               FILE STATUS IS WK-DBC-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  MGT-FILE.
       01  MGT-REC.
           COPY KUCF142.
       FD  DBC-FILE.
       01  DBC-REC.
           COPY KUCF050.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-MGT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DBC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  MGT-END-FLG                 PIC X VALUE "Y".
       01  MGT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-FUICCHI-CNT              PIC 9(4) VALUE ZERO.
       01  WK-KOSHIN-CNT               PIC 9(10) VALUE ZERO.
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
      *表ごとの付け替え前後の計数
       01  WK-T-NAME                   PIC X(18) VALUE SPACE.
       01  WK-T-BEF-CNT                PIC 9(10) VALUE ZERO.
       01  WK-T-BEF-KIN                PIC S9(15) VALUE ZERO.
       01  WK-T-AFT-CNT                PIC 9(10) VALUE ZERO.
       01  WK-T-AFT-KIN                PIC S9(15) VALUE ZERO.
       01  WK-T-ZAN-CNT                PIC 9(10) VALUE ZERO.
      *
      *付け替えリスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(26) VALUE SPACE.
           03  FILLER                  PIC X(32) VALUE
             "＊＊＊　売上ＤＢコード付替　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "旧".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "新".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(18) VALUE "表".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "　前件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "　後件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "旧残件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
             "　　　　前金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(19) VALUE
             "　　　　後金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "照合".
      *
      *付け替え明細行（トランザクション１件・表１つ分）
       01  WK-RPT-LINE.
           03  WK-RPT-OLD-COD          PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NEW-COD          PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-T-NAME           PIC X(18).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BEF-CNT          PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-AFT-CNT          PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ZAN-CNT          PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BEF-KIN          PIC ---,---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-AFT-KIN          PIC ---,---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-HANTEI           PIC X(6).
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(30).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
      **********************************************************************
      *******            EXEC SQLホスト変数の定義                    *******
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME             PIC X(32) VALUE "test_conn@localhost".
       01 USERNAME           PIC X(32) VALUE "test_conn".
       01 PASSWORD           PIC X(32) VALUE "test_conn".
       01 DB-OLD-COD         PIC X(04).
       01 DB-NEW-COD         PIC X(04).
       01 DB-CNT             PIC S9(09).
       01 DB-KIN             PIC S9(15).
       EXEC SQL END DECLARE SECTION END-EXEC.
      **********************************************************************
      *******               共通領域の定義                            *******
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL MGT-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM099 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
           OPEN INPUT MGT-FILE.
           IF WK-MGT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM099 ABEND NOT MGT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO MGT-END-FLG.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM099 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           PERFORM READ-DBC-RTN.
           DISPLAY "CONNECTING DATABASE ...".
           EXEC SQL
             CONNECT :USERNAME
                 IDENTIFIED BY :PASSWORD
                 USING :DBNAME
           END-EXEC.
           PERFORM SQLCA-DISP-RTN.
           IF SQLCODE NOT = 0
             DISPLAY "*** KUBM099 ABEND NOT CONNECTED ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           PERFORM READ-MGT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    接続情報読み込み処理（DBCが無い・空白の項目は既定値）
      ******************************************************************
       READ-DBC-RTN                    SECTION.
           OPEN INPUT DBC-FILE.
           IF WK-DBC-FILE-ERR = 00
             READ DBC-FILE
               NOT AT END
                 IF DBC-DBNAME NOT = SPACE
                   MOVE DBC-DBNAME TO DBNAME
                 END-IF
                 IF DBC-USERNAME NOT = SPACE
                   MOVE DBC-USERNAME TO USERNAME
                 END-IF
                 IF DBC-PASSWORD NOT = SPACE
                   MOVE DBC-PASSWORD TO PASSWORD
                 END-IF
             END-READ
             CLOSE DBC-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション読み込み処理
      ******************************************************************
       READ-MGT-RTN                    SECTION.
           READ MGT-FILE
             AT END
               MOVE "Y" TO MGT-END-FLG
             NOT AT END
               ADD 1 TO MGT-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（トランザクション１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           MOVE MGT-OLD-COD TO DB-OLD-COD.
           MOVE MGT-NEW-COD TO DB-NEW-COD.
           PERFORM REKEY-DETAIL-RTN.
           PERFORM REKEY-SUBTOTAL-RTN.
           PERFORM REKEY-PROCESSED-RTN.
           PERFORM READ-MGT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    SALES_DETAIL付け替え処理（金額はKINGAKUの合計）
      ******************************************************************
       REKEY-DETAIL-RTN                SECTION.
           MOVE "SALES_DETAIL" TO WK-T-NAME.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(KINGAKU), 0)
               INTO :DB-CNT, :DB-KIN
               FROM SALES_DETAIL
               WHERE TOKU_COD = :DB-OLD-COD
                  OR TOKU_COD = :DB-NEW-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-BEF-CNT.
           MOVE DB-KIN TO WK-T-BEF-KIN.
      *
           EXEC SQL
             UPDATE SALES_DETAIL
               SET TOKU_COD = :DB-NEW-COD
               WHERE TOKU_COD = :DB-OLD-COD
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             PERFORM SQL-ABEND-RTN
           END-IF.
      *
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(KINGAKU), 0)
               INTO :DB-CNT, :DB-KIN
               FROM SALES_DETAIL
               WHERE TOKU_COD = :DB-NEW-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-AFT-CNT.
           MOVE DB-KIN TO WK-T-AFT-KIN.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB-CNT
               FROM SALES_DETAIL
               WHERE TOKU_COD = :DB-OLD-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-ZAN-CNT.
           PERFORM CHECK-T-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    CUSTOMER_SUBTOTAL付け替え処理
      *    （金額はSUBTOTAL_KINGAKUの合計）
      ******************************************************************
       REKEY-SUBTOTAL-RTN              SECTION.
           MOVE "CUSTOMER_SUBTOTAL" TO WK-T-NAME.
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(SUBTOTAL_KINGAKU), 0)
               INTO :DB-CNT, :DB-KIN
               FROM CUSTOMER_SUBTOTAL
               WHERE TOKU_COD = :DB-OLD-COD
                  OR TOKU_COD = :DB-NEW-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-BEF-CNT.
           MOVE DB-KIN TO WK-T-BEF-KIN.
      *
           EXEC SQL
             UPDATE CUSTOMER_SUBTOTAL
               SET TOKU_COD = :DB-NEW-COD
               WHERE TOKU_COD = :DB-OLD-COD
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             PERFORM SQL-ABEND-RTN
           END-IF.
      *
           EXEC SQL
             SELECT COUNT(*), COALESCE(SUM(SUBTOTAL_KINGAKU), 0)
               INTO :DB-CNT, :DB-KIN
               FROM CUSTOMER_SUBTOTAL
               WHERE TOKU_COD = :DB-NEW-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-AFT-CNT.
           MOVE DB-KIN TO WK-T-AFT-KIN.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB-CNT
               FROM CUSTOMER_SUBTOTAL
               WHERE TOKU_COD = :DB-OLD-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-ZAN-CNT.
           PERFORM CHECK-T-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    PROCESSED_ORDERS付け替え処理（件数のみ）
      *    （以後の重複受注チェックが統合先のコードで効くようにする）
      ******************************************************************
       REKEY-PROCESSED-RTN             SECTION.
           MOVE "PROCESSED_ORDERS" TO WK-T-NAME.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB-CNT
               FROM PROCESSED_ORDERS
               WHERE TOKU_COD = :DB-OLD-COD
                  OR TOKU_COD = :DB-NEW-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-BEF-CNT.
           MOVE ZERO TO WK-T-BEF-KIN.
      *
           EXEC SQL
             UPDATE PROCESSED_ORDERS
               SET TOKU_COD = :DB-NEW-COD
               WHERE TOKU_COD = :DB-OLD-COD
           END-EXEC.
           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
             PERFORM SQL-ABEND-RTN
           END-IF.
      *
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB-CNT
               FROM PROCESSED_ORDERS
               WHERE TOKU_COD = :DB-NEW-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-AFT-CNT.
           MOVE ZERO TO WK-T-AFT-KIN.
           EXEC SQL
             SELECT COUNT(*)
               INTO :DB-CNT
               FROM PROCESSED_ORDERS
               WHERE TOKU_COD = :DB-OLD-COD
           END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQL-ABEND-RTN
           END-IF.
           MOVE DB-CNT TO WK-T-ZAN-CNT.
           PERFORM CHECK-T-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    付け替え照合・明細印字処理（表１つ分）
      *    （前件数＝後件数、前金額＝後金額、旧コード残０件で一致）
      ******************************************************************
       CHECK-T-RTN                     SECTION.
           MOVE MGT-OLD-COD TO WK-RPT-OLD-COD.
           MOVE MGT-NEW-COD TO WK-RPT-NEW-COD.
           MOVE WK-T-NAME TO WK-RPT-T-NAME.
           MOVE WK-T-BEF-CNT TO WK-RPT-BEF-CNT.
           MOVE WK-T-AFT-CNT TO WK-RPT-AFT-CNT.
           MOVE WK-T-ZAN-CNT TO WK-RPT-ZAN-CNT.
           MOVE WK-T-BEF-KIN TO WK-RPT-BEF-KIN.
           MOVE WK-T-AFT-KIN TO WK-RPT-AFT-KIN.
           IF WK-T-BEF-CNT = WK-T-AFT-CNT
             AND WK-T-BEF-KIN = WK-T-AFT-KIN
             AND WK-T-ZAN-CNT = ZERO
             MOVE "一致" TO WK-RPT-HANTEI
           ELSE
             MOVE "不一致" TO WK-RPT-HANTEI
             ADD 1 TO WK-FUICCHI-CNT
             DISPLAY "*** KUBM099 " WK-T-NAME " " MGT-OLD-COD
                     "->" MGT-NEW-COD " BEFORE=" WK-T-BEF-CNT
                     " AFTER=" WK-T-AFT-CNT " LEFT=" WK-T-ZAN-CNT
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD WK-T-AFT-CNT TO WK-KOSHIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    ＳＱＬエラー処理
      *    （それまでの付け替えをすべて取り消して異常終了する）
      ******************************************************************
       SQL-ABEND-RTN                   SECTION.
           PERFORM SQLCA-DISP-RTN.
           DISPLAY "*** KUBM099 ABEND SQL ERROR " WK-T-NAME
                   " " MGT-OLD-COD "->" MGT-NEW-COD " ***".
           EXEC SQL ROLLBACK END-EXEC.
           MOVE "ＳＱＬエラーのため全件取り消し"
             TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           CLOSE MGT-FILE.
           CLOSE RPT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
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
      *    （全件一致ならCOMMIT、不一致があればROLLBACKする）
      ******************************************************************
       TERM-RTN                        SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "トランザクション件数" TO WK-CNT-LABEL.
           MOVE MGT-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           IF WK-FUICCHI-CNT = ZERO
             EXEC SQL COMMIT END-EXEC
             MOVE "全件一致（COMMIT）" TO RPT-REC
           ELSE
             EXEC SQL ROLLBACK END-EXEC
             MOVE "不一致あり（全件取り消し）" TO RPT-REC
           END-IF.
           PERFORM WRITE-RPT-REC-RTN.
           CLOSE MGT-FILE.
           CLOSE RPT-FILE.
      *
           DISPLAY "*** KUBM099 MGT=" MGT-CNT.
           IF WK-FUICCHI-CNT NOT = ZERO
             DISPLAY "*** KUBM099 ABEND TOTALS DO NOT BALANCE ***"
             MOVE 16 TO RETURN-CODE
           ELSE
             DISPLAY "*** KUBM099 COMMITTED ***"
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM099 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝トランザクション件数、出力＝付け替え後の新コード
      *      の行数、例外＝不一致の表の数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM099" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE MGT-CNT TO RNL-IN-CNT.
           MOVE WK-KOSHIN-CNT TO RNL-OUT-CNT.
           MOVE WK-FUICCHI-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    SQLCA表示処理（共通）
      ******************************************************************
       SQLCA-DISP-RTN                  SECTION.
           DISPLAY "SQLCODE: "   SQLCODE
                   " SQLSTATE: " SQLSTATE
                   " SQLERRM: "  SQLERRM.
       EXI.
           EXIT.
