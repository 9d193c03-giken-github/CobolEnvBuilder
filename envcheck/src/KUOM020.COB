      *    サブシステム名：売上
      *    プログラム名　：補足受注入力（オンライン）
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先・商品マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：起動時の操作者権限確認と
      *    　　　　　　　　アクセスログ記録（登録した
      *    　　　　　　　　受注明細）を追加
      ******************************************************************
      *    上流抽出の締め切り後に電話等で届いた受注を、オペレータが
      *    即時チェックつきで入力するプログラムである（KUOM010系の
      *    出力はKUBM057Jの追加ソース（ITF２または３）として結合
      *    し、送信元システムコードはKUBM057が付与する。以降は
      *    KUBM039のゲートを含む標準チェーンがそのまま適用される。
      *    起動時に利用者ＩＤを入力させ、操作者マスタ（OPM）で
      *    利用可否を確認する（KUBS060）。登録した明細はアクセス
      *    ログ（ACCLOG）へ記録し、KUBM102の日次リストで確認する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT OTF-FILE
             ASSIGN TO EXTERNAL OTF
               FILE STATUS IS WK-OTF-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY KUCF010.
           COPY KUCF070.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-OTF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTLO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CONTINUE-FLG             PIC X VALUE "Y".
       01  OTF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-NG-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-TRL-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TRL-KINGAKU              PIC S9(11) VALUE ZERO.
      *
      *マスタ参照連絡領域（共通マスタ参照KUBS050の呼び出し用。
      *単価世代の選択基準はKUBM040と同じ）
       01  WK-TOKM-FOUND-FLG           PIC X VALUE "N".
       01  WK-SHOM-FOUND-FLG           PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
      *
      *操作者権限確認連絡領域（共通サブプログラムKUBS060の呼び出し用）
       01  WK-IN-USER-ID               PIC X(08).
       01  WK-AUTH-OK-FLG              PIC X VALUE "N".
       01  WK-ACA-AREA.
           COPY KUCF149.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUOM020 START ***".
           PERFORM CHECK-AUTH-RTN.
           IF WK-AUTH-OK-FLG NOT = "Y"
             MOVE 15 TO RETURN-CODE
             MOVE "N" TO WK-CONTINUE-FLG
             GO TO EXI
           END-IF.
      *
           PERFORM OPEN-MSTR-RTN.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             OR MSA-SHOM-AVAIL-FLG NOT = "Y"
      *      マスタ突合ができない入力は受け付けない（バッチ側の
      *      縮退運転とは異なり、手入力はその場で検証できることが
      *      本プログラムの目的であるため）
             DISPLAY "*** KUOM020 ABEND TOKMK/SHOMK NOT AVAILABLE"
             MOVE 13 TO RETURN-CODE
             MOVE "N" TO WK-CONTINUE-FLG
             GO TO EXI
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
           MOVE "KUOM020" TO ACA-PGM-ID.
           PERFORM CALL-ACL-RTN.
           IF ACA-KEKKA-OK
             MOVE "Y" TO WK-AUTH-OK-FLG
             DISPLAY "利用者名　　：" ACA-USER-MEI
           ELSE
             DISPLAY "*** KUOM020 ABEND NOT AUTHORIZED " ACA-RIYU
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
       EXI.
           EXIT.
      ******************************************************************
           END-IF.
      *
           PERFORM FIND-TOKM-RTN.
           IF WK-TOKM-FOUND-FLG = "N"
             DISPLAY "*** 得意先マスタ未登録です ***"
             ADD 1 TO WK-NG-CNT
             GO TO EXI
           END-IF.
           DISPLAY "得意先名　　：" TOKM-TOKU-MEI.
      *
           DISPLAY "営業所コード（数字２桁）".
           ACCEPT WK-IN-EIGYO-COD.
      *    得意先マスタ検索処理
      ******************************************************************
       FIND-TOKM-RTN                   SECTION.
           MOVE "N" TO WK-TOKM-FOUND-FLG.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-IN-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TOKM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
           MOVE "1" TO WRK-REC-KBN.
           MOVE WK-IN-DATA-KBN TO WRK-DATA-KBN.
           MOVE WK-IN-TOKU-COD TO WRK-TOKU-COD.
           MOVE TOKM-TOKU-MEI TO WRK-TOKU-MEI.
           MOVE WK-IN-JUCHU-DATE TO WRK-JUCHU-DATE.
           COMPUTE WRK-JUCHU-NO = FUNCTION NUMVAL(WK-IN-JUCHU-NO).
           MOVE WK-IN-SHOHIN-NO TO WRK-SHOHIN-NO.
      *    商品名・単価は商品マスタ（受注日付時点で適用中の世代）を
      *    正として補完する
           PERFORM FIND-SHOM-RTN.
           IF WK-SHOM-FOUND-FLG = "N"
             MOVE "Y" TO EDT-FAIL-FLG
             MOVE "商品マスタ未登録" TO EDT-REASON
             GO TO EXI
           END-IF.
           MOVE SHOM-SHOHIN-MEI TO WRK-SHOHIN-MEI.
           IF WRK-DATA-CHOSEI
             MOVE ZERO TO WRK-TANKA
           ELSE
             MOVE SHOM-TANKA TO WRK-TANKA
           END-IF.
      *
      *    金額：空白はマスタ単価×数量で自動計算、入力時はその値
      ******************************************************************
      *    商品マスタ検索処理
      *    （受注日付時点で適用中の単価世代を選ぶ。KUBM040と同じ
      *      判定基準で、世代の選択はKUBS050が行う）
      ******************************************************************
       FIND-SHOM-RTN                   SECTION.
           MOVE "N" TO WK-SHOM-FOUND-FLG.
           MOVE "S" TO MSA-FUNC.
           MOVE WRK-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE WRK-JUCHU-DATE TO MSA-KIJUN-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-SHOM-DATA TO SHOM-REC
             MOVE "Y" TO WK-SHOM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
           MOVE WK-ITF-REC TO OTF-REC.
           WRITE OTF-REC.
           ADD 1 TO OTF-CNT.
      *    登録した明細は要確認の対象としてアクセスログへ記録する
           MOVE "L" TO ACA-FUNC.
           MOVE "E" TO ACA-EVENT-KBN.
           MOVE WRK-TOKU-COD TO ACA-TOKU-COD.
           MOVE WRK-JUCHU-NO TO ACA-JUCHU-NO.
           MOVE WRK-SHOHIN-NO TO ACA-SHOHIN-NO.
           MOVE WRK-JUCHU-DATE TO ACA-JUCHU-DATE.
           MOVE WRK-DATA-KBN TO ACA-DATA-KBN.
           MOVE WRK-SURYO TO ACA-SURYO.
           MOVE WRK-KINGAKU TO ACA-KINGAKU.
           PERFORM CALL-ACL-RTN.
           ADD 1 TO WK-TRL-CNT.
           IF WRK-DATA-HENPIN
             COMPUTE WK-TRL-KINGAKU = WK-TRL-KINGAKU - WRK-KINGAKU
      *    （再生成トレーラとコントロールトータルを書き出す）
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-AUTH-OK-FLG = "Y"
             MOVE "E" TO ACA-FUNC
             PERFORM CALL-ACL-RTN
           END-IF.
           IF WK-OTF-FILE-ERR = 00
             MOVE SPACE TO OTF-REC
             MOVE "9" TO UF010-REC-KBN
