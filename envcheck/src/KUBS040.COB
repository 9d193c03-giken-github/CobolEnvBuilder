       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBS040.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：営業日判定（共通サブプログラム）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    営業日カレンダマスタ（CAL・KUCF126）を初回呼び出し時に
      *    読み込み、連絡領域（KUCF128）の機能区分に従って営業日判定・
      *    翌営業日・営業日数を返す。カレンダが無い場合、またはカレ
      *    ンダの作成されていない年の日付は、土曜・日曜のみを休日と
      *    して判定し、結果区分を１とする（警告は最初の１回だけ表示
      *    する）。RETURN-CODEには触れない（呼び出し元がCALLの前後で
      *    退避・復元する）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE
             ASSIGN TO EXTERNAL CAL
               FILE STATUS IS WK-CAL-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CAL-FILE.
       01  CAL-REC.
           COPY KUCF126.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-CAL-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  CAL-END-FLG                 PIC X VALUE "Y".
       01  WK-LOAD-FLG                 PIC X VALUE "N".
       01  WK-CAL-AVAIL-FLG            PIC X VALUE "N".
       01  WK-NOCAL-WARN-FLG           PIC X VALUE "N".
       01  WK-OUTCAL-WARN-FLG          PIC X VALUE "N".
      *
      *営業日区分テーブル（カレンダ先頭日からの経過日数を添字とし、
      *１＝営業日、２＝休日、空白＝カレンダに無い日）
       01  WK-CAL-MIN-INT              PIC 9(7) VALUE ZERO.
       01  WK-CAL-MAX                  PIC 9(5) VALUE 20000.
       01  WK-CAL-IDX                  PIC S9(7) VALUE ZERO.
       01  WK-CAL-TBL.
           03  WK-CAL-ENT              PIC X(1) OCCURS 20000 TIMES.
      *
      *判定作業域
       01  WK-CHK-INT                  PIC 9(7) VALUE ZERO.
       01  WK-TO-INT                   PIC 9(7) VALUE ZERO.
       01  WK-YOBI-AMARI               PIC 9(1) VALUE ZERO.
       01  WK-EIGYO-FLG                PIC X VALUE "N".
       01  WK-YOBI-HANTEI-FLG          PIC X VALUE "N".
       01  WK-LOOP-CNT                 PIC 9(4) VALUE ZERO.
      *翌営業日を探す上限日数（連続休日がこれを超えることは無い）
       01  WK-LOOP-MAX                 PIC 9(4) VALUE 366.
       01  WK-DISP-DATE                PIC 9(8) VALUE ZERO.
      *
       LINKAGE                         SECTION.
       01  LNK-CLD-AREA.
           COPY KUCF128.
      *
       PROCEDURE                       DIVISION USING LNK-CLD-AREA.
       MAIN-RTN                        SECTION.
           IF WK-LOAD-FLG = "N"
             PERFORM LOAD-CAL-RTN
             MOVE "Y" TO WK-LOAD-FLG
           END-IF.
      *
           MOVE CLD-DATE-IN TO CLD-DATE-OUT.
           MOVE ZERO TO CLD-DAYS.
           MOVE "N" TO CLD-EIGYO-FLG.
           MOVE "0" TO CLD-KEKKA-KBN.
           MOVE "N" TO WK-YOBI-HANTEI-FLG.
           IF CLD-DATE-IN NOT NUMERIC
             OR CLD-DATE-IN < 16010101
             MOVE "9" TO CLD-KEKKA-KBN
             GOBACK
           END-IF.
           COMPUTE WK-CHK-INT = FUNCTION INTEGER-OF-DATE(CLD-DATE-IN).
           IF WK-CHK-INT = ZERO
             MOVE "9" TO CLD-KEKKA-KBN
             GOBACK
           END-IF.
      *
           IF CLD-FUNC-CHECK
             PERFORM JUDGE-DAY-RTN
             MOVE WK-EIGYO-FLG TO CLD-EIGYO-FLG
           END-IF.
           IF CLD-FUNC-NEXT
             PERFORM NEXT-DAY-RTN
           END-IF.
           IF CLD-FUNC-DAYS
             PERFORM COUNT-DAYS-RTN
           END-IF.
           IF WK-YOBI-HANTEI-FLG = "Y"
             MOVE "1" TO CLD-KEKKA-KBN
           END-IF.
           GOBACK.
       EXI.
           EXIT.
      ******************************************************************
      *    カレンダ読み込み処理
      *    （日付の昇順に並んだカレンダを先頭日からの経過日数で
      *      テーブルへ展開する。昇順でない日付は読み飛ばす）
      ******************************************************************
       LOAD-CAL-RTN                    SECTION.
           MOVE SPACE TO WK-CAL-TBL.
           OPEN INPUT CAL-FILE.
           IF WK-CAL-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO CAL-END-FLG.
           PERFORM LOAD-CAL-READ-RTN
             UNTIL CAL-END-FLG = "Y".
           CLOSE CAL-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    カレンダ１件分の展開処理
      ******************************************************************
       LOAD-CAL-READ-RTN               SECTION.
           READ CAL-FILE
             AT END
               MOVE "Y" TO CAL-END-FLG
               GO TO EXI
           END-READ.
           IF CAL-DATE NOT NUMERIC
             GO TO EXI
           END-IF.
           COMPUTE WK-CHK-INT = FUNCTION INTEGER-OF-DATE(CAL-DATE).
           IF WK-CHK-INT = ZERO
             GO TO EXI
           END-IF.
           IF WK-CAL-AVAIL-FLG = "N"
             MOVE WK-CHK-INT TO WK-CAL-MIN-INT
             MOVE "Y" TO WK-CAL-AVAIL-FLG
           END-IF.
           COMPUTE WK-CAL-IDX = WK-CHK-INT - WK-CAL-MIN-INT + 1.
           IF WK-CAL-IDX < 1
             GO TO EXI
           END-IF.
           IF WK-CAL-IDX > WK-CAL-MAX
             DISPLAY "*** KUBS040 ABEND CALENDAR TABLE FULL ("
               WK-CAL-MAX ") ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF CAL-EIGYO
             MOVE "1" TO WK-CAL-ENT(WK-CAL-IDX)
           ELSE
             MOVE "2" TO WK-CAL-ENT(WK-CAL-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業日判定処理（WK-CHK-INTの日が営業日ならWK-EIGYO-FLGにＹ）
      ******************************************************************
       JUDGE-DAY-RTN                   SECTION.
           MOVE "N" TO WK-EIGYO-FLG.
           MOVE ZERO TO WK-CAL-IDX.
           IF WK-CAL-AVAIL-FLG = "Y"
             COMPUTE WK-CAL-IDX = WK-CHK-INT - WK-CAL-MIN-INT + 1
           END-IF.
           IF WK-CAL-IDX >= 1 AND WK-CAL-IDX <= WK-CAL-MAX
             IF WK-CAL-ENT(WK-CAL-IDX) = "1"
               MOVE "Y" TO WK-EIGYO-FLG
               GO TO EXI
             END-IF
             IF WK-CAL-ENT(WK-CAL-IDX) = "2"
               GO TO EXI
             END-IF
           END-IF.
      *
      *    カレンダに無い日は土曜・日曜のみを休日とする
           PERFORM WARN-YOBI-RTN.
           MOVE "Y" TO WK-YOBI-HANTEI-FLG.
           COMPUTE WK-YOBI-AMARI = FUNCTION MOD(WK-CHK-INT, 7).
           IF WK-YOBI-AMARI NOT = 6 AND WK-YOBI-AMARI NOT = 0
             MOVE "Y" TO WK-EIGYO-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    曜日判定の警告表示処理（最初の１回だけ表示する）
      ******************************************************************
       WARN-YOBI-RTN                   SECTION.
           IF WK-CAL-AVAIL-FLG = "N"
             IF WK-NOCAL-WARN-FLG = "N"
               DISPLAY "*** KUBS040 WARNING CAL NOT AVAILABLE,"
                 " WEEKENDS ONLY ***"
               MOVE "Y" TO WK-NOCAL-WARN-FLG
             END-IF
             GO TO EXI
           END-IF.
           IF WK-OUTCAL-WARN-FLG = "N"
             COMPUTE WK-DISP-DATE =
               FUNCTION DATE-OF-INTEGER(WK-CHK-INT)
             DISPLAY "*** KUBS040 WARNING DATE " WK-DISP-DATE
               " NOT IN CAL, WEEKENDS ONLY ***"
             MOVE "Y" TO WK-OUTCAL-WARN-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    翌営業日処理（入力日当日以降で最初の営業日を返す）
      ******************************************************************
       NEXT-DAY-RTN                    SECTION.
           MOVE ZERO TO WK-LOOP-CNT.
           PERFORM JUDGE-DAY-RTN.
           PERFORM NEXT-DAY-STEP-RTN
             UNTIL WK-EIGYO-FLG = "Y"
                OR WK-LOOP-CNT >= WK-LOOP-MAX.
           IF WK-EIGYO-FLG = "Y"
             COMPUTE CLD-DATE-OUT =
               FUNCTION DATE-OF-INTEGER(WK-CHK-INT)
             MOVE "Y" TO CLD-EIGYO-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    翌営業日処理（１日進める）
      ******************************************************************
       NEXT-DAY-STEP-RTN               SECTION.
           ADD 1 TO WK-CHK-INT.
           ADD 1 TO WK-LOOP-CNT.
           PERFORM JUDGE-DAY-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    営業日数処理（入力日の翌日から終了日までの営業日数を返す。
      *      終了日が入力日以前の場合はゼロ）
      ******************************************************************
       COUNT-DAYS-RTN                  SECTION.
           IF CLD-DATE-TO NOT NUMERIC
             OR CLD-DATE-TO < 16010101
             MOVE "9" TO CLD-KEKKA-KBN
             GO TO EXI
           END-IF.
           COMPUTE WK-TO-INT = FUNCTION INTEGER-OF-DATE(CLD-DATE-TO).
           IF WK-TO-INT = ZERO
             MOVE "9" TO CLD-KEKKA-KBN
             GO TO EXI
           END-IF.
           PERFORM COUNT-DAYS-STEP-RTN
             UNTIL WK-CHK-INT >= WK-TO-INT.
       EXI.
           EXIT.
      ******************************************************************
      *    営業日数処理（１日分）
      ******************************************************************
       COUNT-DAYS-STEP-RTN             SECTION.
           ADD 1 TO WK-CHK-INT.
           PERFORM JUDGE-DAY-RTN.
           IF WK-EIGYO-FLG = "Y"
             ADD 1 TO CLD-DAYS
           END-IF.
       EXI.
           EXIT.
