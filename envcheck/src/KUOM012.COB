      *    サブシステム名：売上
      *    プログラム名　：与信・売掛金照会（オンライン）
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：起動時の操作者権限確認と
      *    　　　　　　　　アクセスログ記録（照会した
      *    　　　　　　　　得意先）を追加
      ******************************************************************
      *    得意先コードを入力すると、次の３面を一度に表示する照会
      *    プログラムである（KUOM010／KUOM011と同じ対話形式）。
      *    　・当日のKUBM040実行が書き出した与信保留ファイル（HLD・
      *    　　KUCF071）のうち当得意先の保留明細
      *    従来はHLDリスト・得意先マスタ・前日の年齢表を突き合わせて
      *    いた問い合わせ対応を１画面で済ませる。得意先マスタは共通
      *    マスタ参照KUBS050で照会のつど索引キーで読み、その他の
      *    ファイルは起動時にテーブルへ展開する。無いファイルは
      *    「情報なし」として表示する縮退運転とする。
      *    起動時に利用者ＩＤを入力させ、操作者マスタ（OPM）で
      *    利用可否を確認する（KUBS060）。照会した得意先は
      *    アクセスログ（ACCLOG）へ記録する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
           COPY KUCF071.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HLD-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  HLD-END-FLG                 PIC X VALUE "Y".
       01  WK-CONTINUE-FLG             PIC X VALUE "Y".
       01  WK-IN-TOKU-COD              PIC X(04).
      *
      *マスタ参照連絡領域（共通マスタ参照KUBS050の呼び出し用）
       01  WK-TOKM-LOADED-FLG          PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *売掛金残高マスタ退避テーブル
       01  WK-ARB-CNT                  PIC 9(4) VALUE ZERO.
      *表示編集用
       01  WK-ED-KINGAKU               PIC ----,---,---,--9.
       01  WK-OPEN-TOTAL               PIC S9(12) VALUE ZERO.
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
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理（得意先マスタの参照準備と、その他の各ファイル
      *    のテーブル展開）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUOM012 START ***".
           PERFORM CHECK-AUTH-RTN.
           IF WK-AUTH-OK-FLG NOT = "Y"
             MOVE 15 TO RETURN-CODE
             MOVE "N" TO WK-CONTINUE-FLG
             GO TO EXI
           END-IF.
           PERFORM OPEN-MSTR-RTN.
           PERFORM LOAD-ARB-RTN.
           PERFORM LOAD-HLD-RTN.
           IF WK-TOKM-LOADED-FLG = "N"
             DISPLAY "*** KUOM012 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
           IF WK-ARB-LOADED-FLG = "N"
             DISPLAY "*** KUOM012 WARNING ARB NOT AVAILABLE ***"
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
           MOVE "KUOM012" TO ACA-PGM-ID.
           PERFORM CALL-ACL-RTN.
           IF ACA-KEKKA-OK
             MOVE "Y" TO WK-AUTH-OK-FLG
             DISPLAY "利用者名　　：" ACA-USER-MEI
           ELSE
             DISPLAY "*** KUOM012 ABEND NOT AUTHORIZED " ACA-RIYU
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
      *    マスタ参照準備処理（共通マスタ参照KUBS050のオープン）
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
           IF MSA-TOKM-AVAIL-FLG = "Y"
             MOVE "Y" TO WK-TOKM-LOADED-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
           IF WK-IN-TOKU-COD = SPACE
             MOVE "N" TO WK-CONTINUE-FLG
           ELSE
             MOVE "L" TO ACA-FUNC
             MOVE "V" TO ACA-EVENT-KBN
             MOVE WK-IN-TOKU-COD TO ACA-TOKU-COD
             PERFORM CALL-ACL-RTN
             PERFORM DISPLAY-TOKM-RTN
             PERFORM DISPLAY-ARB-RTN
             PERFORM DISPLAY-HLD-RTN
      *    与信情報表示処理（得意先マスタ面）
      ******************************************************************
       DISPLAY-TOKM-RTN                SECTION.
           IF WK-TOKM-LOADED-FLG = "N"
             DISPLAY "＜与信情報＞　マスタ未登録"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-IN-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF NOT MSA-KEKKA-OK
             DISPLAY "＜与信情報＞　マスタ未登録"
             GO TO EXI
           END-IF.
           MOVE MSA-TOKM-DATA TO TOKM-REC.
           DISPLAY "＜与信情報＞".
           DISPLAY "得意先名　　：" TOKM-TOKU-MEI.
           MOVE ZERO TO WK-ED-KINGAKU.
           IF TOKM-CREDIT-LIMIT NUMERIC
             MOVE TOKM-CREDIT-LIMIT TO WK-ED-KINGAKU
           END-IF.
           DISPLAY "与信限度額　：" WK-ED-KINGAKU.
           MOVE ZERO TO WK-ED-KINGAKU.
           IF TOKM-OPEN-BALANCE NUMERIC
             MOVE TOKM-OPEN-BALANCE TO WK-ED-KINGAKU
           END-IF.
           DISPLAY "繰越残高　　：" WK-ED-KINGAKU.
           IF TOKM-STATUS-HOLD
             DISPLAY "状態区分　　：２（取引停止中）"
           ELSE
             IF TOKM-STATUS-CLOSED
               DISPLAY "状態区分　　：３（解約済み）"
             ELSE
               DISPLAY "状態区分　　：１（取引中）"
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高表示処理（年齢別バケット面）
      ******************************************************************
       DISPLAY-ARB-RTN                 SECTION.
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-AUTH-OK-FLG = "Y"
             MOVE "E" TO ACA-FUNC
             PERFORM CALL-ACL-RTN
           END-IF.
           DISPLAY "*** KUOM012 END ***".
       EXI.
           EXIT.
