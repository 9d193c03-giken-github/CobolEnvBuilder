      *    サブシステム名：売上
      *    プログラム名　：入金トランザクション事前チェック
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    オペレータ入力の入金トランザクション（PAYIN・KUCF025）を
      *    KUBM056Jのソート・消込より前に検証する事前チェックバッチ
      *    である。
      *    　・得意先コードを得意先マスタ（共通マスタ参照KUBS050）と
      *    　　突合する
      *    　・入金日付をKUBS030（KUBS020と同じ暦日基準）で検証する
      *    　・金額ゼロ・数字でない項目のレコードを却下する
      *    　・受理済みの得意先コード／入金日付／入金参照番号の
           SELECT PAYI-FILE
             ASSIGN TO EXTERNAL PAYIN
               FILE STATUS IS WK-PAYI-FILE-ERR.
           SELECT PHSO-FILE
             ASSIGN TO EXTERNAL PAYHSTO
               FILE STATUS IS WK-PHSO-FILE-ERR.
       FD  PAYI-FILE.
       01  PAYI-REC.
           COPY KUCF025.
       FD  PHSO-FILE.
       01  PHSO-REC.
           COPY KUCF067.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PAYI-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-PHSO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-PAYO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REJ-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PHSN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  PAYI-END-FLG                PIC X VALUE "Y".
       01  PHSO-END-FLG                PIC X VALUE "Y".
       01  PAYI-CNT                    PIC 9(10) VALUE ZERO.
       01  PAYO-CNT                    PIC 9(10) VALUE ZERO.
           COPY KUCF095.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
      *
      *マスタ参照連絡領域（入力は未ソートのため共通マスタ参照
      *KUBS050で索引マスタをキー検索する）
       01  WK-TOKM-LOADED-FLG          PIC X VALUE "N".
       01  WK-TOKM-FOUND-FLG           PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *
      *処理履歴退避テーブル（前回までの受理済み組合せ。当実行で
      *受理した組合せも追加し、同一ファイル内の重複も検知する）
           COMPUTE WK-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(WK-TODAY).
      *
           PERFORM OPEN-MSTR-RTN.
           PERFORM LOAD-PHSO-RTN.
      *
           OPEN INPUT PAYI-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。マスタ
      *      が無い場合は得意先コード突合なしの縮退運転とする）
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
           MOVE MSA-TOKM-AVAIL-FLG TO WK-TOKM-LOADED-FLG.
           IF WK-TOKM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM062 WARNING TOKMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM062 TOKUISAKI CHECK DISABLED ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    処理履歴読み込み処理
      *    （履歴が無い初回実行は重複チェックなしで動作する）
      ******************************************************************
             ELSE
               IF WK-TOKM-LOADED-FLG = "Y"
                 PERFORM FIND-TOKM-RTN
                 IF WK-TOKM-FOUND-FLG NOT = "Y"
                   MOVE "NOTOKU  " TO WK-REJ-REASON
                 END-IF
               END-IF
      *    得意先マスタ検索処理
      ******************************************************************
       FIND-TOKM-RTN                   SECTION.
           MOVE "N" TO WK-TOKM-FOUND-FLG.
           MOVE "T" TO MSA-FUNC.
           MOVE PAY-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE "Y" TO WK-TOKM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
