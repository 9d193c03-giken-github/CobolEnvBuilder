      *    サブシステム名：売上
      *    プログラム名　：銀行入金データ取込
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先名義の突合を共通マスタ参照KUBS050
      *    　　　　　　　　（索引マスタの得意先名副キー検索）化し、
      *    　　　　　　　　マスタ件数の上限を撤廃
      ******************************************************************
      *    銀行伝送の振込明細（BNK・KUCF069）を読み込み、振込人
      *    名義を得意先マスタ（共通マスタ参照KUBS050で索引マスタの
      *    得意先名の副キーを検索）の得意先名と突合して得意先
      *    コードを求め、一致した振込を入金トランザクション
      *    （KUCF025）形式のPAYOUTへ書き出す。入金参照番号には
      *    銀行参照番号をそのまま引き継ぐ。
           SELECT BNK-FILE
             ASSIGN TO EXTERNAL BNK
               FILE STATUS IS WK-BNK-FILE-ERR.
           SELECT PAYO-FILE
             ASSIGN TO EXTERNAL PAYOUT
               FILE STATUS IS WK-PAYO-FILE-ERR.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY KUCF069.
       FD  PAYO-FILE.
       01  PAYO-REC.
           COPY KUCF025.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-BNK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PAYO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-UNM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  BNK-END-FLG                 PIC X VALUE "Y".
       01  BNK-CNT                     PIC 9(10) VALUE ZERO.
       01  PAYO-CNT                    PIC 9(10) VALUE ZERO.
       01  UNM-CNT                     PIC 9(10) VALUE ZERO.
      *
      *得意先名義突合用（共通マスタ参照KUBS050の連絡領域。名義と
      *一致する得意先の件数と最初の一致レコードを受け取る）
       01  WK-MSA-AREA.
           COPY KUCF144.
       01  TOKM-REC.
           COPY KUCF020.
       01  WK-TOKM-MATCH-CNT           PIC 9(4) VALUE ZERO.
      *
      *作業リスト見出し
       01  WK-RPT-TITLE.
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM063 START ***".
      *
           PERFORM OPEN-MSTR-RTN.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
      *      名義突合ができなければ全件保留になるだけなので、
      *      マスタ無しは実行誤りとしてABENDとする
             DISPLAY "*** KUBM063 ABEND TOKMK-FILE EMPTY OR MISSING"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする）
      ******************************************************************
       OPEN-MSTR-RTN                   SECTION.
           MOVE SPACE TO WK-MSA-AREA.
           MOVE ZERO TO MSA-KIJUN-DATE.
           MOVE ZERO TO MSA-SURYO.
           MOVE ZERO TO MSA-MATCH-CNT.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           MOVE "O" TO MSA-FUNC.
           CALL "KUBS050" USING WK-MSA-AREA.
       EXI.
           EXIT.
      ******************************************************************
           EXIT.
      ******************************************************************
      *    得意先名義検索処理
      *    （振込人名義と一致する得意先の件数と最初の一致レコードを
      *      KUBS050の得意先名検索で求める）
      ******************************************************************
       FIND-TOKM-BY-MEI-RTN            SECTION.
           MOVE SPACE TO TOKM-REC.
           MOVE "M" TO MSA-FUNC.
           MOVE BNK-FURIKOMI-MEI TO MSA-TOKU-MEI.
           CALL "KUBS050" USING WK-MSA-AREA.
           IF MSA-KEKKA-OK
             MOVE MSA-MATCH-CNT TO WK-TOKM-MATCH-CNT
             MOVE MSA-TOKM-DATA TO TOKM-REC
           ELSE
             MOVE ZERO TO WK-TOKM-MATCH-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
       WRITE-PAY-RTN                   SECTION.
           MOVE SPACE TO PAYO-REC.
           MOVE TOKM-TOKU-COD TO PAY-TOKU-COD.
           MOVE BNK-FURIKOMI-DATE TO PAY-DATE.
           MOVE BNK-KINGAKU TO PAY-KINGAKU.
           MOVE BNK-BANK-REF TO PAY-REF.
