      *    変更内容    　：得意先単独（部分キー）照会・受注日付範囲
      *    　　　　　　　　絞り込み・商品番号（副キー）照会・画面
      *    　　　　　　　　単位の中断つき一覧表示を追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：起動時の操作者権限確認と
      *    　　　　　　　　アクセスログ記録（照会した
      *    　　　　　　　　得意先・商品）を追加
      ******************************************************************
      *    KUBM045が日次で蓄積する受注履歴マスタ（ORDH-FILE）を
      *    照会する。
      *    　　する
      *    いずれも１５件表示するごとに続行確認を挟み、画面単位で
      *    中断できる。
      *    起動時に利用者ＩＤを入力させ、操作者マスタ（OPM）で
      *    利用可否を確認する（KUBS060）。照会した得意先・商品は
      *    アクセスログ（ACCLOG）へ記録する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       01  WK-PAGE-LINE-CNT            PIC 9(4) VALUE ZERO.
       01  WK-PAGE-LINE-MAX            PIC 9(4) VALUE 15.
       01  WK-IN-TSUZUKI               PIC X(01).
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
           DISPLAY "*** KUOM011 START ***".
           PERFORM CHECK-AUTH-RTN.
           IF WK-AUTH-OK-FLG NOT = "Y"
             MOVE 15 TO RETURN-CODE
             MOVE "N" TO WK-CONTINUE-FLG
             GO TO EXI
           END-IF.
           OPEN INPUT ORDH-FILE.
           IF WK-ORDH-FILE-ERR NOT = 00
             DISPLAY "*** KUOM011 ABEND NOT ORDH-FILE"
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
           MOVE "KUOM011" TO ACA-PGM-ID.
           PERFORM CALL-ACL-RTN.
           IF ACA-KEKKA-OK
             MOVE "Y" TO WK-AUTH-OK-FLG
             DISPLAY "利用者名　　：" ACA-USER-MEI
           ELSE
             DISPLAY "*** KUOM011 ABEND NOT AUTHORIZED " ACA-RIYU
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
      *    受注履歴照会処理（１件分の問い合わせ）
      ******************************************************************
       INQUIRY-RTN                     SECTION.
           DISPLAY "受注番号を入力してください".
           DISPLAY "（空白＝全受注）".
           ACCEPT WK-IN-JUCHU-NO.
           MOVE "L" TO ACA-FUNC.
           MOVE "V" TO ACA-EVENT-KBN.
           MOVE WK-IN-TOKU-COD TO ACA-TOKU-COD.
           MOVE WK-IN-JUCHU-NO TO ACA-JUCHU-NO.
           PERFORM CALL-ACL-RTN.
           PERFORM ACCEPT-DATE-RANGE-RTN.
           PERFORM SEARCH-TOKU-RTN.
           IF NOT WK-FOUND
             DISPLAY "*** 商品番号が未入力です ***"
             GO TO EXI
           END-IF.
           MOVE "L" TO ACA-FUNC.
           MOVE "V" TO ACA-EVENT-KBN.
           MOVE WK-IN-SHOHIN-NO TO ACA-SHOHIN-NO.
           PERFORM CALL-ACL-RTN.
           PERFORM ACCEPT-DATE-RANGE-RTN.
           PERFORM SEARCH-SHOHIN-RTN.
           IF NOT WK-FOUND
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-AUTH-OK-FLG = "Y"
             MOVE "E" TO ACA-FUNC
             PERFORM CALL-ACL-RTN
           END-IF.
           IF WK-ORDH-FILE-ERR = 00
             CLOSE ORDH-FILE
           END-IF.
