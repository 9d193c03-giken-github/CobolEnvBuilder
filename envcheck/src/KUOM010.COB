      *    サブシステム名：売上
      *    プログラム名　：受注照会（オンライン）
      *    作成日/作成者 ：２０２６年０８月０９日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：起動時の操作者権限確認と
      *    　　　　　　　　アクセスログ記録（照会した
      *    　　　　　　　　得意先）を追加
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       01  WK-CONTINUE-FLG             PIC X VALUE "Y".
       01  WK-IN-TOKU-COD              PIC X(04).
       01  WK-IN-JUCHU-NO              PIC 9(04).
      *
      *操作者権限確認連絡領域（共通サブプログラムKUBS060の呼び出し用）
       01  WK-IN-USER-ID               PIC X(08).
       01  WK-AUTH-OK-FLG              PIC X VALUE "N".
       01  WK-ACA-AREA.
           COPY KUCF149.
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUOM010 START ***".
           PERFORM CHECK-AUTH-RTN.
           IF WK-AUTH-OK-FLG NOT = "Y"
             MOVE 15 TO RETURN-CODE
             MOVE "N" TO WK-CONTINUE-FLG
             GO TO EXI
           END-IF.
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = 00
             DISPLAY "*** KUOM010 ABEND NOT ITF-FILE"
       EXI.
           EXIT.
      ******************************************************************
      *    操作者権限確認処理
      *    （利用者ＩＤを入力させ、当プログラムの利用可否をKUBS060で
      *      確認する。利用開始・利用拒否はKUBS060がアクセスログへ
      *      記録する）
      ******************************************************************
       CHECK-AUTH-RTN                  SECTION.
           DISPLAY "利用者ＩＤを入力してください".
           ACCEPT WK-IN-USER-ID.
           MOVE SPACE TO WK-ACA-AREA.
           MOVE ZERO TO ACA-SURYO.
           MOVE ZERO TO ACA-KINGAKU.
           MOVE "S" TO ACA-FUNC.
           MOVE WK-IN-USER-ID TO ACA-USER-ID.
           MOVE "KUOM010" TO ACA-PGM-ID.
           PERFORM CALL-ACL-RTN.
           IF ACA-KEKKA-OK
             MOVE "Y" TO WK-AUTH-OK-FLG
             DISPLAY "利用者名　　：" ACA-USER-MEI
           ELSE
             DISPLAY "*** KUOM010 ABEND NOT AUTHORIZED " ACA-RIYU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    アクセスログ記録処理（KUBS060の呼び出し）
      ******************************************************************
       CALL-ACL-RTN                    SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS060" USING WK-ACA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    受注番号照会処理（１件分の問い合わせ）
      ******************************************************************
       INQUIRY-RTN                     SECTION.
           ELSE
             DISPLAY "受注番号を入力してください"
             ACCEPT WK-IN-JUCHU-NO
             MOVE "L" TO ACA-FUNC
             MOVE "V" TO ACA-EVENT-KBN
             MOVE WK-IN-TOKU-COD TO ACA-TOKU-COD
             MOVE WK-IN-JUCHU-NO TO ACA-JUCHU-NO
             PERFORM CALL-ACL-RTN
             PERFORM SEARCH-ITF-RTN
             IF WK-FOUND
               PERFORM DISPLAY-ITF-RTN
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-AUTH-OK-FLG = "Y"
             MOVE "E" TO ACA-FUNC
             PERFORM CALL-ACL-RTN
           END-IF.
           IF WK-ITF-FILE-ERR = 00
             CLOSE ITF-FILE
           END-IF.
