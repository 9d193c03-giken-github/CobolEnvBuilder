       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM095.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：異常受注チェック（計上前チェック）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    ソート済ITF-FILEの明細を、受注履歴マスタ（ORDH-FILE）に
      *    蓄積された同じ得意先・商品の過去の売上明細と比べ、次の
      *    明細を異常受注チェックリスト（RPT）へ印字する。
      *    　・数量　：数量が過去平均数量のパラメタ倍率を超える
      *    　・金額　：金額が過去平均金額のパラメタ倍率を超える
      *    　　（数量・金額とも過去の売上明細が最低件数以上ある
      *    　　　場合のみ判定する。返品は絶対値で比べる）
      *    　・初回　：過去に売上の無い商品で、単価が高額単価以上
      *    　・日付　：受注日付と実行日の差がパラメタ日数を超える
      *    判定基準はパラメタ（UOPRM・KUCF139）で指定する。
      *    警告明細は自動では除外しない。担当者が確認して誤りでない
      *    と判断した明細は確認済ファイル（UOA・KUCF140）へ登録し、
      *    再実行すると確認済として印字する。未確認の警告明細が
      *    残っている間はRETURN-CODE 4とし、KUBM040以降の計上を
      *    止める。
      *    実行日はパラメタ（CKPRM・KUCF129）の実行日、指定が無ければ
      *    システム日付とする（KUBM087と同じ）。受注履歴マスタのうち
      *    当日の処理日付の明細は、再実行時に自分自身と比べないよう
      *    過去の実績に含めない。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CKPRM-FILE
             ASSIGN TO EXTERNAL CKPRM
               FILE STATUS IS WK-CKPRM-FILE-ERR.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL UOPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT UOA-FILE
             ASSIGN TO EXTERNAL UOA
               FILE STATUS IS WK-UOA-FILE-ERR.
           SELECT ITF-FILE
             ASSIGN TO EXTERNAL ITF
               FILE STATUS IS WK-ITF-FILE-ERR.
           SELECT ORDH-FILE
             ASSIGN TO EXTERNAL ORDH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORDH-KEY
               ALTERNATE RECORD KEY IS ORDH-SHOHIN-NO
                 WITH DUPLICATES
               FILE STATUS IS WK-ORDH-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CKPRM-FILE.
       01  CKPRM-REC.
           COPY KUCF129.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF139.
       FD  UOA-FILE.
       01  UOA-REC.
           COPY KUCF140.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY KUCF010.
       FD  ORDH-FILE.
       01  ORDH-REC.
           COPY KUCF023.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(136).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-CKPRM-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-UOA-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ITF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ORDH-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ITF-END-FLG                 PIC X VALUE "Y".
       01  ORDH-END-FLG                PIC X VALUE "Y".
       01  UOA-END-FLG                 PIC X VALUE "Y".
       01  ITF-CNT                     PIC 9(10) VALUE ZERO.
       01  ORDH-CNT                    PIC 9(10) VALUE ZERO.
       01  UOA-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-KEIKOKU-CNT              PIC 9(10) VALUE ZERO.
       01  WK-KAKUNIN-CNT              PIC 9(10) VALUE ZERO.
       01  WK-MIKAKUNIN-CNT            PIC 9(10) VALUE ZERO.
       01  WK-UOA-ERR-CNT              PIC 9(10) VALUE ZERO.
       01  WK-UOA-MISHIYO-CNT          PIC 9(10) VALUE ZERO.
       01  WK-SURYO-CNT                PIC 9(10) VALUE ZERO.
       01  WK-KINGAKU-CNT              PIC 9(10) VALUE ZERO.
       01  WK-SHOKAI-CNT               PIC 9(10) VALUE ZERO.
       01  WK-HIZUKE-CNT               PIC 9(10) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-RUN-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-RUN-INT                  PIC 9(7) VALUE ZERO.
      *
      *パラメタ（判定基準）
       01  WK-BAIRITSU                 PIC 9(2)V9 VALUE 3.0.
       01  WK-MIN-KENSU                PIC 9(3) VALUE 3.
       01  WK-KOGAKU-TANKA             PIC 9(5)V99 VALUE 10000.00.
       01  WK-NISSU                    PIC 9(3) VALUE 30.
      *
      *受注履歴テーブル（処理中の得意先の商品ごとの過去売上実績）
       01  WK-HIS-TOKU                 PIC X(4) VALUE HIGH-VALUE.
       01  WK-HIS-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-HIS-MAX                  PIC 9(4) VALUE 2000.
       01  WK-HIS-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-HIS-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-HIS-TBL.
           03  WK-HIS-ENT              OCCURS 2000 TIMES.
             05  WK-HIS-ENT-SHOHIN     PIC X(5).
             05  WK-HIS-ENT-KENSU      PIC 9(5).
             05  WK-HIS-ENT-SURYO      PIC S9(9).
             05  WK-HIS-ENT-KINGAKU    PIC S9(13).
      *
      *確認済テーブル（確認済ファイルの有効な登録）
       01  WK-UOA-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-UOA-MAX                  PIC 9(4) VALUE 1000.
       01  WK-UOA-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-UOA-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-UOA-TBL.
           03  WK-UOA-ENT              OCCURS 1000 TIMES.
             05  WK-UOA-ENT-KEY        PIC X(21).
             05  WK-UOA-ENT-SHA        PIC X(8).
             05  WK-UOA-ENT-BIKO       PIC X(20).
             05  WK-UOA-ENT-SHIYO-FLG  PIC X(1).
      *
      *明細の特定キー（得意先コード／受注日付／受注番号／商品番号）
       01  WK-SEARCH-KEY.
           03  WK-SEARCH-TOKU          PIC X(4).
           03  WK-SEARCH-DATE          PIC X(8).
           03  WK-SEARCH-NO            PIC X(4).
           03  WK-SEARCH-SHOHIN        PIC X(5).
      *
      *明細判定用
       01  WK-RIYU-FLG                 PIC X VALUE "N".
       01  WK-RIYU-SURYO               PIC X(4) VALUE SPACE.
       01  WK-RIYU-KINGAKU             PIC X(4) VALUE SPACE.
       01  WK-RIYU-SHOKAI              PIC X(4) VALUE SPACE.
       01  WK-RIYU-HIZUKE              PIC X(4) VALUE SPACE.
       01  WK-CUR-KENSU                PIC 9(5) VALUE ZERO.
       01  WK-CUR-SURYO                PIC S9(9) VALUE ZERO.
       01  WK-CUR-KINGAKU              PIC S9(13) VALUE ZERO.
       01  WK-ABS-SURYO                PIC S9(5) VALUE ZERO.
       01  WK-ABS-KINGAKU              PIC S9(9) VALUE ZERO.
       01  WK-HIKAKU-L                 PIC S9(15)V9 VALUE ZERO.
       01  WK-HIKAKU-R                 PIC S9(15)V9 VALUE ZERO.
       01  WK-HEIKIN-SURYO             PIC S9(7) VALUE ZERO.
       01  WK-HEIKIN-KINGAKU           PIC S9(11) VALUE ZERO.
       01  WK-SA-NISSU                 PIC S9(7) VALUE ZERO.
       01  WK-ABS-NISSU                PIC S9(7) VALUE ZERO.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *チェックリスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(38) VALUE
             "＊＊＊　異常受注チェックリスト＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-KIJUN.
           03  FILLER                  PIC X(16) VALUE
             "判定基準：倍率　".
           03  WK-RPT-BAIRITSU         PIC Z9.9.
           03  FILLER                  PIC X(18) VALUE
             "倍（過去売上明細".
           03  WK-RPT-MIN-KENSU        PIC ZZ9.
           03  FILLER                  PIC X(20) VALUE
             "件以上）　高額単価".
           03  WK-RPT-KOGAKU-TANKA     PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(14) VALUE
             "円　日数差".
           03  WK-RPT-NISSU            PIC ZZ9.
           03  FILLER                  PIC X(2) VALUE "日".
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "受注日付".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "番号".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE "商品".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "商品名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(9) VALUE "　　単価".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(7) VALUE "　数量".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(11) VALUE
             "　　　金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "警告理由".
           03  FILLER                  PIC X(6) VALUE "確認".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "確認者".
      *
      *チェックリスト明細行（警告明細１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DATE             PIC X(10).
           03  WK-RPT-DATE-E REDEFINES WK-RPT-DATE
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-JUCHU-NO         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TANKA            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SURYO            PIC ---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KINGAKU          PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU-SURYO       PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU-KINGAKU     PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU-SHOKAI      PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU-HIZUKE      PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KAKUNIN          PIC X(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KAKUNIN-SHA      PIC X(8).
      *
      *チェックリスト明細行（２行目：過去実績と日付差）
       01  WK-RPT-LINE2.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "過去売上：".
           03  WK-RPT2-KENSU           PIC ZZZZ9.
           03  FILLER                  PIC X(16) VALUE
             "件　平均数量：".
           03  WK-RPT2-SURYO           PIC ---,--9.
           03  FILLER                  PIC X(12) VALUE
             "　平均金額：".
           03  WK-RPT2-KINGAKU         PIC ---,---,--9.
           03  FILLER                  PIC X(10) VALUE
             "　日付差：".
           03  WK-RPT2-NISSU           PIC ---,--9.
           03  FILLER                  PIC X(8) VALUE "日　区分".
           03  FILLER                  PIC X(2) VALUE "：".
           03  WK-RPT2-KBN             PIC X(4).
           03  FILLER                  PIC X(8) VALUE "　備考：".
           03  WK-RPT2-BIKO            PIC X(20).
      *
       01  WK-NONE-LINE.
           03  FILLER                  PIC X(30) VALUE
             "＊＊　警告明細はありません　＊＊".
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(30).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL ITF-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM095 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RUN-DATE.
      *
      *    実行日パラメタは任意（無ければシステム日付）
           OPEN INPUT CKPRM-FILE.
           IF WK-CKPRM-FILE-ERR = 00
             READ CKPRM-FILE
               NOT AT END
                 IF CKP-RUN-DATE NUMERIC AND CKP-RUN-DATE NOT = ZERO
                   MOVE CKP-RUN-DATE TO WK-RUN-DATE
                 END-IF
             END-READ
             CLOSE CKPRM-FILE
           END-IF.
           MOVE WK-RUN-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             DISPLAY "*** KUBM095 ABEND RUN-DATE INVALID ("
               WK-RUN-DATE ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WK-RUN-INT = FUNCTION INTEGER-OF-DATE(WK-RUN-DATE).
           DISPLAY "*** KUBM095 RUN-DATE=" WK-RUN-DATE.
      *
      *    判定基準パラメタは任意（無ければ既定値）
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 PERFORM SET-PRM-RTN
             END-READ
             CLOSE PRM-FILE
           END-IF.
      *
           PERFORM LOAD-UOA-RTN.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = 00
             DISPLAY "*** KUBM095 ABEND NOT ITF-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT ORDH-FILE.
           IF WK-ORDH-FILE-ERR NOT = 00
             DISPLAY "*** KUBM095 ABEND NOT ORDH-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM095 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ITF-END-FLG.
      *
           MOVE WK-RUN-DATE TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE WK-BAIRITSU TO WK-RPT-BAIRITSU.
           MOVE WK-MIN-KENSU TO WK-RPT-MIN-KENSU.
           MOVE WK-KOGAKU-TANKA TO WK-RPT-KOGAKU-TANKA.
           MOVE WK-NISSU TO WK-RPT-NISSU.
           MOVE WK-RPT-KIJUN TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    パラメタ設定処理（ゼロ・空白の項目は既定値のまま）
      ******************************************************************
       SET-PRM-RTN                     SECTION.
           IF UOP-BAIRITSU NUMERIC
             AND UOP-BAIRITSU NOT = ZERO
             MOVE UOP-BAIRITSU TO WK-BAIRITSU
           END-IF.
           IF UOP-MIN-KENSU NUMERIC
             AND UOP-MIN-KENSU NOT = ZERO
             MOVE UOP-MIN-KENSU TO WK-MIN-KENSU
           END-IF.
           IF UOP-KOGAKU-TANKA NUMERIC
             AND UOP-KOGAKU-TANKA NOT = ZERO
             MOVE UOP-KOGAKU-TANKA TO WK-KOGAKU-TANKA
           END-IF.
           IF UOP-NISSU NUMERIC
             AND UOP-NISSU NOT = ZERO
             MOVE UOP-NISSU TO WK-NISSU
           END-IF.
      *    倍率が１倍以下では通常の受注がすべて警告となるため、
      *    １倍以下の指定は既定値とする
           IF WK-BAIRITSU NOT > 1
             DISPLAY "*** KUBM095 WARNING BAIRITSU " WK-BAIRITSU
               " TOO SMALL, 3.0 USED ***"
             MOVE 3.0 TO WK-BAIRITSU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    暦日チェック処理（KUBS030呼び出し）
      ******************************************************************
       CHECK-DATE-RTN                  SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS030" USING WK-CHK-DATE WK-EDT-RESULT.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    確認済ファイル読み込み処理（無い場合は確認済なし）
      ******************************************************************
       LOAD-UOA-RTN                    SECTION.
           OPEN INPUT UOA-FILE.
           IF WK-UOA-FILE-ERR = 00
             MOVE "N" TO UOA-END-FLG
             PERFORM LOAD-UOA-READ-RTN
               UNTIL UOA-END-FLG = "Y"
             CLOSE UOA-FILE
           ELSE
             DISPLAY "*** KUBM095 WARNING UOA NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    確認済ファイル読み込み処理（１件分）
      *    （確認者・確認日の無い登録は確認済としない）
      ******************************************************************
       LOAD-UOA-READ-RTN               SECTION.
           READ UOA-FILE
             AT END
               MOVE "Y" TO UOA-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO UOA-CNT.
           IF UOA-KAKUNIN-SHA = SPACE
             OR UOA-KAKUNIN-DATE NOT NUMERIC
             OR UOA-KAKUNIN-DATE = ZERO
             ADD 1 TO WK-UOA-ERR-CNT
             DISPLAY "*** KUBM095 WARNING UOA NOT SIGNED "
               UOA-TOKU-COD "-" UOA-JUCHU-DATE "-" UOA-JUCHU-NO
               "-" UOA-SHOHIN-NO " ***"
             GO TO EXI
           END-IF.
           IF WK-UOA-CNT >= WK-UOA-MAX
             DISPLAY "*** KUBM095 ABEND UOA TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-UOA-CNT.
           MOVE UOA-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE UOA-JUCHU-DATE TO WK-SEARCH-DATE.
           MOVE UOA-JUCHU-NO TO WK-SEARCH-NO.
           MOVE UOA-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           MOVE WK-SEARCH-KEY TO WK-UOA-ENT-KEY(WK-UOA-CNT).
           MOVE UOA-KAKUNIN-SHA TO WK-UOA-ENT-SHA(WK-UOA-CNT).
           MOVE UOA-BIKO TO WK-UOA-ENT-BIKO(WK-UOA-CNT).
           MOVE "N" TO WK-UOA-ENT-SHIYO-FLG(WK-UOA-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（ITF-FILE明細１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           READ ITF-FILE
             AT END
               MOVE "Y" TO ITF-END-FLG
               GO TO EXI
           END-READ.
           IF NOT UF010-REC-DETAIL
             GO TO EXI
           END-IF.
           ADD 1 TO ITF-CNT.
      *
      *    得意先が変わったらその得意先の受注履歴を読み直す
           IF UF010-TOKU-COD NOT = WK-HIS-TOKU
             PERFORM LOAD-HIS-RTN
           END-IF.
      *
           PERFORM CHECK-LINE-RTN.
           IF WK-RIYU-FLG = "Y"
             PERFORM WRITE-LINE-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴読み込み処理
      *    （得意先コードの部分キーでSTARTし、同一得意先の売上明細を
      *      商品ごとに集計する）
      ******************************************************************
       LOAD-HIS-RTN                    SECTION.
           MOVE UF010-TOKU-COD TO WK-HIS-TOKU.
           MOVE ZERO TO WK-HIS-CNT.
           MOVE "N" TO ORDH-END-FLG.
           MOVE UF010-TOKU-COD TO ORDH-TOKU-COD.
           MOVE ZERO TO ORDH-JUCHU-NO.
           MOVE LOW-VALUE TO ORDH-SHOHIN-NO.
           START ORDH-FILE
             KEY IS NOT LESS THAN ORDH-KEY
             INVALID KEY
               MOVE "Y" TO ORDH-END-FLG
           END-START.
           PERFORM LOAD-HIS-READ-RTN
             UNTIL ORDH-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴読み込み処理（１件分）
      *    （売上以外・当日処理分・数値不正の明細は集計しない）
      ******************************************************************
       LOAD-HIS-READ-RTN               SECTION.
           READ ORDH-FILE NEXT
             AT END
               MOVE "Y" TO ORDH-END-FLG
               GO TO EXI
           END-READ.
           IF ORDH-TOKU-COD NOT = WK-HIS-TOKU
             MOVE "Y" TO ORDH-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO ORDH-CNT.
           IF ORDH-DATA-KBN NOT = "1"
             GO TO EXI
           END-IF.
           IF ORDH-PROC-DATE NUMERIC
             AND ORDH-PROC-DATE NOT < WK-TODAY
             GO TO EXI
           END-IF.
           IF ORDH-SURYO NOT NUMERIC
             OR ORDH-KINGAKU NOT NUMERIC
             GO TO EXI
           END-IF.
      *
           MOVE ORDH-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           PERFORM FIND-HIS-RTN.
           IF WK-HIS-MATCH-IDX = ZERO
             IF WK-HIS-CNT >= WK-HIS-MAX
               DISPLAY "*** KUBM095 ABEND HIS TABLE FULL TOKU="
                 WK-HIS-TOKU " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WK-HIS-CNT
             MOVE WK-HIS-CNT TO WK-HIS-MATCH-IDX
             MOVE ORDH-SHOHIN-NO TO WK-HIS-ENT-SHOHIN(WK-HIS-CNT)
             MOVE ZERO TO WK-HIS-ENT-KENSU(WK-HIS-CNT)
             MOVE ZERO TO WK-HIS-ENT-SURYO(WK-HIS-CNT)
             MOVE ZERO TO WK-HIS-ENT-KINGAKU(WK-HIS-CNT)
           END-IF.
           ADD 1 TO WK-HIS-ENT-KENSU(WK-HIS-MATCH-IDX).
           ADD ORDH-SURYO TO WK-HIS-ENT-SURYO(WK-HIS-MATCH-IDX).
           ADD ORDH-KINGAKU TO WK-HIS-ENT-KINGAKU(WK-HIS-MATCH-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴テーブル検索処理
      ******************************************************************
       FIND-HIS-RTN                    SECTION.
           MOVE ZERO TO WK-HIS-MATCH-IDX.
           PERFORM CHECK-HIS-ENT-RTN
             VARYING WK-HIS-IDX FROM 1 BY 1
               UNTIL WK-HIS-IDX > WK-HIS-CNT
                  OR WK-HIS-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-HIS-ENT-RTN               SECTION.
           IF WK-HIS-ENT-SHOHIN(WK-HIS-IDX) = WK-SEARCH-SHOHIN
             MOVE WK-HIS-IDX TO WK-HIS-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    確認済テーブル検索処理
      ******************************************************************
       FIND-UOA-RTN                    SECTION.
           MOVE ZERO TO WK-UOA-MATCH-IDX.
           PERFORM CHECK-UOA-ENT-RTN
             VARYING WK-UOA-IDX FROM 1 BY 1
               UNTIL WK-UOA-IDX > WK-UOA-CNT
                  OR WK-UOA-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    確認済テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-UOA-ENT-RTN               SECTION.
           IF WK-UOA-ENT-KEY(WK-UOA-IDX) = WK-SEARCH-KEY
             MOVE WK-UOA-IDX TO WK-UOA-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    明細判定処理
      *    （数量・金額の倍率判定は売上・返品、初回高額判定は売上の
      *      み行う。数値不正の明細はKUBM040の例外処理に委ねる）
      ******************************************************************
       CHECK-LINE-RTN                  SECTION.
           MOVE "N" TO WK-RIYU-FLG.
           MOVE SPACE TO WK-RIYU-SURYO.
           MOVE SPACE TO WK-RIYU-KINGAKU.
           MOVE SPACE TO WK-RIYU-SHOKAI.
           MOVE SPACE TO WK-RIYU-HIZUKE.
      *
           MOVE UF010-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           PERFORM FIND-HIS-RTN.
           IF WK-HIS-MATCH-IDX = ZERO
             MOVE ZERO TO WK-CUR-KENSU
             MOVE ZERO TO WK-CUR-SURYO
             MOVE ZERO TO WK-CUR-KINGAKU
           ELSE
             MOVE WK-HIS-ENT-KENSU(WK-HIS-MATCH-IDX) TO WK-CUR-KENSU
             MOVE WK-HIS-ENT-SURYO(WK-HIS-MATCH-IDX) TO WK-CUR-SURYO
             MOVE WK-HIS-ENT-KINGAKU(WK-HIS-MATCH-IDX)
               TO WK-CUR-KINGAKU
           END-IF.
      *
           IF (UF010-DATA-URIAGE OR UF010-DATA-HENPIN)
             AND UF010-TANKA NUMERIC
             AND UF010-SURYO NUMERIC
             AND UF010-KINGAKU NUMERIC
             PERFORM CHECK-BAIRITSU-RTN
             IF UF010-DATA-URIAGE
               AND WK-CUR-KENSU = ZERO
               AND UF010-TANKA NOT < WK-KOGAKU-TANKA
               MOVE "初回" TO WK-RIYU-SHOKAI
               MOVE "Y" TO WK-RIYU-FLG
               ADD 1 TO WK-SHOKAI-CNT
             END-IF
           END-IF.
      *
           PERFORM CHECK-HIZUKE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    倍率判定処理
      *    （過去の売上明細が最低件数以上ある場合に、数量・金額を
      *      過去平均×倍率と比べる。平均での割り算の端数を避ける
      *      ため、件数を掛けた値どうしで比べる）
      ******************************************************************
       CHECK-BAIRITSU-RTN              SECTION.
           IF WK-CUR-KENSU < WK-MIN-KENSU
             OR WK-CUR-KENSU = ZERO
             GO TO EXI
           END-IF.
           MOVE UF010-SURYO TO WK-ABS-SURYO.
           IF WK-ABS-SURYO < ZERO
             COMPUTE WK-ABS-SURYO = ZERO - WK-ABS-SURYO
           END-IF.
           MOVE UF010-KINGAKU TO WK-ABS-KINGAKU.
           IF WK-ABS-KINGAKU < ZERO
             COMPUTE WK-ABS-KINGAKU = ZERO - WK-ABS-KINGAKU
           END-IF.
      *
           COMPUTE WK-HIKAKU-L = WK-ABS-SURYO * WK-CUR-KENSU.
           COMPUTE WK-HIKAKU-R = WK-CUR-SURYO * WK-BAIRITSU.
           IF WK-HIKAKU-L > WK-HIKAKU-R
             MOVE "数量" TO WK-RIYU-SURYO
             MOVE "Y" TO WK-RIYU-FLG
             ADD 1 TO WK-SURYO-CNT
           END-IF.
           COMPUTE WK-HIKAKU-L = WK-ABS-KINGAKU * WK-CUR-KENSU.
           COMPUTE WK-HIKAKU-R = WK-CUR-KINGAKU * WK-BAIRITSU.
           IF WK-HIKAKU-L > WK-HIKAKU-R
             MOVE "金額" TO WK-RIYU-KINGAKU
             MOVE "Y" TO WK-RIYU-FLG
             ADD 1 TO WK-KINGAKU-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    受注日付判定処理
      *    （受注日付と実行日の差（前後とも）がパラメタ日数を超える
      *      明細を警告とする。暦日として不正な日付はKUBM040の例外
      *      処理に委ねる）
      ******************************************************************
       CHECK-HIZUKE-RTN                SECTION.
           MOVE ZERO TO WK-SA-NISSU.
           IF UF010-JUCHU-DATE NOT NUMERIC
             GO TO EXI
           END-IF.
           MOVE UF010-JUCHU-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             GO TO EXI
           END-IF.
           COMPUTE WK-SA-NISSU =
             FUNCTION INTEGER-OF-DATE(WK-CHK-DATE) - WK-RUN-INT.
           MOVE WK-SA-NISSU TO WK-ABS-NISSU.
           IF WK-ABS-NISSU < ZERO
             COMPUTE WK-ABS-NISSU = ZERO - WK-ABS-NISSU
           END-IF.
           IF WK-ABS-NISSU > WK-NISSU
             MOVE "日付" TO WK-RIYU-HIZUKE
             MOVE "Y" TO WK-RIYU-FLG
             ADD 1 TO WK-HIZUKE-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    警告明細印字処理
      *    （確認済ファイルに登録された明細は確認済とし、それ以外は
      *      未確認として件数に計上する）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           ADD 1 TO WK-KEIKOKU-CNT.
           MOVE UF010-TOKU-COD TO WK-SEARCH-TOKU.
           MOVE UF010-JUCHU-DATE TO WK-SEARCH-DATE.
           MOVE UF010-JUCHU-NO TO WK-SEARCH-NO.
           MOVE UF010-SHOHIN-NO TO WK-SEARCH-SHOHIN.
           PERFORM FIND-UOA-RTN.
      *
           MOVE UF010-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE UF010-TOKU-MEI TO WK-RPT-TOKU-MEI.
           IF UF010-JUCHU-DATE NUMERIC
             MOVE UF010-JUCHU-DATE TO WK-CHK-DATE
             MOVE WK-CHK-DATE TO WK-RPT-DATE-E
           ELSE
             MOVE UF010-JUCHU-DATE TO WK-RPT-DATE
           END-IF.
           MOVE UF010-JUCHU-NO TO WK-RPT-JUCHU-NO.
           MOVE UF010-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE UF010-SHOHIN-MEI TO WK-RPT-SHOHIN-MEI.
           IF UF010-TANKA NUMERIC
             MOVE UF010-TANKA TO WK-RPT-TANKA
           ELSE
             MOVE ZERO TO WK-RPT-TANKA
           END-IF.
           IF UF010-SURYO NUMERIC
             MOVE UF010-SURYO TO WK-RPT-SURYO
           ELSE
             MOVE ZERO TO WK-RPT-SURYO
           END-IF.
           IF UF010-KINGAKU NUMERIC
             MOVE UF010-KINGAKU TO WK-RPT-KINGAKU
           ELSE
             MOVE ZERO TO WK-RPT-KINGAKU
           END-IF.
           MOVE WK-RIYU-SURYO TO WK-RPT-RIYU-SURYO.
           MOVE WK-RIYU-KINGAKU TO WK-RPT-RIYU-KINGAKU.
           MOVE WK-RIYU-SHOKAI TO WK-RPT-RIYU-SHOKAI.
           MOVE WK-RIYU-HIZUKE TO WK-RPT-RIYU-HIZUKE.
           IF WK-UOA-MATCH-IDX = ZERO
             ADD 1 TO WK-MIKAKUNIN-CNT
             MOVE "未確認" TO WK-RPT-KAKUNIN
             MOVE SPACE TO WK-RPT-KAKUNIN-SHA
             MOVE SPACE TO WK-RPT2-BIKO
           ELSE
             ADD 1 TO WK-KAKUNIN-CNT
             MOVE "Y" TO WK-UOA-ENT-SHIYO-FLG(WK-UOA-MATCH-IDX)
             MOVE "確認済" TO WK-RPT-KAKUNIN
             MOVE WK-UOA-ENT-SHA(WK-UOA-MATCH-IDX)
               TO WK-RPT-KAKUNIN-SHA
             MOVE WK-UOA-ENT-BIKO(WK-UOA-MATCH-IDX) TO WK-RPT2-BIKO
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
      *    ２行目（過去平均は件数のある場合のみ。四捨五入）
           MOVE WK-CUR-KENSU TO WK-RPT2-KENSU.
           IF WK-CUR-KENSU = ZERO
             MOVE ZERO TO WK-HEIKIN-SURYO
             MOVE ZERO TO WK-HEIKIN-KINGAKU
           ELSE
             COMPUTE WK-HEIKIN-SURYO ROUNDED =
               WK-CUR-SURYO / WK-CUR-KENSU
             COMPUTE WK-HEIKIN-KINGAKU ROUNDED =
               WK-CUR-KINGAKU / WK-CUR-KENSU
           END-IF.
           MOVE WK-HEIKIN-SURYO TO WK-RPT2-SURYO.
           MOVE WK-HEIKIN-KINGAKU TO WK-RPT2-KINGAKU.
           MOVE WK-SA-NISSU TO WK-RPT2-NISSU.
           IF UF010-DATA-URIAGE
             MOVE "売上" TO WK-RPT2-KBN
           ELSE
             IF UF010-DATA-HENPIN
               MOVE "返品" TO WK-RPT2-KBN
             ELSE
               MOVE "調整" TO WK-RPT2-KBN
             END-IF
           END-IF.
           MOVE WK-RPT-LINE2 TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    チェックリスト１行出力処理
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    件数行出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           IF WK-KEIKOKU-CNT = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "明細件数" TO WK-CNT-LABEL.
           MOVE ITF-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "警告明細" TO WK-CNT-LABEL.
           MOVE WK-KEIKOKU-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　うち数量" TO WK-CNT-LABEL.
           MOVE WK-SURYO-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　うち金額" TO WK-CNT-LABEL.
           MOVE WK-KINGAKU-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　うち初回" TO WK-CNT-LABEL.
           MOVE WK-SHOKAI-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　うち日付" TO WK-CNT-LABEL.
           MOVE WK-HIZUKE-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "確認済" TO WK-CNT-LABEL.
           MOVE WK-KAKUNIN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "未確認" TO WK-CNT-LABEL.
           MOVE WK-MIKAKUNIN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "確認済登録（確認者なし）" TO WK-CNT-LABEL.
           MOVE WK-UOA-ERR-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "確認済登録（該当なし）" TO WK-CNT-LABEL.
           MOVE WK-UOA-MISHIYO-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    確認済登録の未使用件数計上処理（テーブル１件分）
      ******************************************************************
       COUNT-UOA-MISHIYO-RTN           SECTION.
           IF WK-UOA-ENT-SHIYO-FLG(WK-UOA-IDX) = "N"
             ADD 1 TO WK-UOA-MISHIYO-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM095" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE ITF-CNT TO RNL-IN-CNT.
           MOVE WK-KEIKOKU-CNT TO RNL-OUT-CNT.
           MOVE WK-MIKAKUNIN-CNT TO RNL-EXC-CNT.
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
           PERFORM COUNT-UOA-MISHIYO-RTN
             VARYING WK-UOA-IDX FROM 1 BY 1
               UNTIL WK-UOA-IDX > WK-UOA-CNT.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE ITF-FILE.
           CLOSE ORDH-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM095 ITF-CNT=" ITF-CNT.
           DISPLAY "*** KUBM095 ORDH=" ORDH-CNT.
           DISPLAY "*** KUBM095 FLAGGED=" WK-KEIKOKU-CNT.
           DISPLAY "*** KUBM095 CONFIRMED=" WK-KAKUNIN-CNT.
           DISPLAY "*** KUBM095 UNCONFIRMED=" WK-MIKAKUNIN-CNT.
           DISPLAY "*** KUBM095 UOA=" UOA-CNT.
           IF WK-UOA-ERR-CNT > ZERO
             DISPLAY "*** KUBM095 WARNING UOA-NOT-SIGNED="
               WK-UOA-ERR-CNT
           END-IF.
           IF WK-UOA-MISHIYO-CNT > ZERO
             DISPLAY "*** KUBM095 WARNING UOA-NOT-MATCHED="
               WK-UOA-MISHIYO-CNT
           END-IF.
           IF WK-MIKAKUNIN-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM095 UNCONFIRMED UNUSUAL ORDERS"
               " - SEE RPT ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM095 END ***".
       EXI.
           EXIT.
