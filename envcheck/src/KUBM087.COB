       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM087.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：実行日営業日チェック
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    日次バッチ（KUBM04J）の先頭ステップとして、実行日が営業日
      *    カレンダ（CAL・KUCF126）上の営業日であることを確かめる。
      *    実行日はパラメタ（CKPRM・KUCF129）の実行日、指定が無ければ
      *    システム日付とする。
      *    　・営業日　　　　　　　　　　　　　　　：RETURN-CODE 0
      *    　・休日　　　　　　　　　　　　　　　　：RETURN-CODE 8
      *    　・カレンダ未作成・実行日の年が範囲外　：RETURN-CODE 12
      *    パラメタの強制実行区分が１の場合は、休日・範囲外でも警告
      *    表示のみとしてRETURN-CODE 0で終了する（強制実行の理由を
      *    表示して実行履歴に残す）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CKPRM-FILE
             ASSIGN TO EXTERNAL CKPRM
               FILE STATUS IS WK-CKPRM-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CKPRM-FILE.
       01  CKPRM-REC.
           COPY KUCF129.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-CKPRM-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYOSEI-FLG               PIC X VALUE "N".
       01  WK-RIYU                     PIC X(30) VALUE SPACE.
       01  WK-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-EXC-CNT                  PIC 9(10) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *営業日判定連絡領域（共通営業日判定KUBS040の呼び出し用）
       01  WK-CLD-AREA.
           COPY KUCF128.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM087 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RUN-DATE.
      *
      *    パラメタは任意（無ければシステム日付で強制実行なし）
           OPEN INPUT CKPRM-FILE.
           IF WK-CKPRM-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           READ CKPRM-FILE
             AT END
               CLOSE CKPRM-FILE
               GO TO EXI
           END-READ.
           IF CKP-KYOSEI
             MOVE "Y" TO WK-KYOSEI-FLG
             MOVE CKP-RIYU TO WK-RIYU
           END-IF.
           IF CKP-RUN-DATE NUMERIC AND CKP-RUN-DATE NOT = ZERO
             MOVE CKP-RUN-DATE TO WK-RUN-DATE
           END-IF.
           CLOSE CKPRM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（実行日の営業日判定）
      ******************************************************************
       MAIN-RTN                        SECTION.
           DISPLAY "*** KUBM087 RUN-DATE=" WK-RUN-DATE.
           MOVE "K" TO CLD-FUNC.
           MOVE WK-RUN-DATE TO CLD-DATE-IN.
           PERFORM CALL-CAL-RTN.
      *
           IF CLD-KEKKA-ERR
             DISPLAY "*** KUBM087 ABEND RUN-DATE INVALID ***"
             MOVE 12 TO RETURN-CODE
             ADD 1 TO WK-EXC-CNT
             GO TO EXI
           END-IF.
           IF CLD-KEKKA-YOBI
             ADD 1 TO WK-EXC-CNT
             IF WK-KYOSEI-FLG = "Y"
               DISPLAY "*** KUBM087 WARNING RUN-DATE NOT IN CAL,"
                 " FORCED RUN: " WK-RIYU
             ELSE
               DISPLAY "*** KUBM087 ABEND RUN-DATE NOT IN CAL ***"
               MOVE 12 TO RETURN-CODE
             END-IF
             GO TO EXI
           END-IF.
           IF CLD-EIGYO-FLG = "Y"
             GO TO EXI
           END-IF.
      *
      *    休日（翌営業日を案内する）
           ADD 1 TO WK-EXC-CNT.
           MOVE "N" TO CLD-FUNC.
           MOVE WK-RUN-DATE TO CLD-DATE-IN.
           PERFORM CALL-CAL-RTN.
           IF WK-KYOSEI-FLG = "Y"
             DISPLAY "*** KUBM087 WARNING RUN-DATE IS NOT A BUSINESS"
               " DAY, FORCED RUN: " WK-RIYU
           ELSE
             DISPLAY "*** KUBM087 RUN-DATE IS NOT A BUSINESS DAY,"
               " NEXT=" CLD-DATE-OUT " ***"
             MOVE 8 TO RETURN-CODE
           END-IF.
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
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM087" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE 1 TO RNL-IN-CNT.
           MOVE ZERO TO RNL-OUT-CNT.
           MOVE WK-EXC-CNT TO RNL-EXC-CNT.
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
           DISPLAY "*** KUBM087 RC=" RETURN-CODE.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM087 END ***".
       EXI.
           EXIT.
