       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM079.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：定期受注明細作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先・商品マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：作成できなかった定期受注はマスタ訂正後に
      *    　　　　　　　　KUOM020で入力する運用に改め、説明を訂正
      ******************************************************************
      *    定期受注マスタ（SOMOLD・KUCF106）から処理日が受注日に
      *    あたる定期受注を選び、KUCF010形式の売上明細（OTF）と
      *    件数・金額のコントロールトータルファイル（CTLOUT・
      *    KUCF070）を作成する。出力はKUBM057Jの追加ソース（ITF4・
      *    送信元システムコード０４）として結合し、以降は単価・与信
      *    ・締めのチェックを含む標準チェーンがそのまま適用される。
      *    　・受注日の判定は周期区分による（毎週は曜日、隔週は開始
      *    　　日付の週から２週ごとの曜日、毎月は日。月末日を超える
      *    　　日の指定は月末日）。開始日付前・終了日付後は対象外。
      *    　・得意先名は得意先マスタ、商品名と単価は商品マスタの
      *    　　受注日時点で適用中の世代から補完し（いずれも共通
      *    　　マスタ参照KUBS050によるキー検索）、
      *    　　KUOM020と同じくKUBS020で検証する。
      *    　・受注番号は９０００番台を定期受注用とし、作成回数から
      *    　　採番する（得意先・商品ごとに１０００回で一巡する）。
      *    作成した定期受注は最終作成日付・作成回数を更新した新世代
      *    マスタ（SOMNEW）へ書き出し、同日の再実行で二重に作成しない。
      *    得意先・商品の未登録、取引停止の得意先、KUBS020のエラーは
      *    作成せず作成リスト（RPT）へ理由を印字してRETURN-CODE 4と
      *    する。これらはマスタ訂正後にKUOM020で入力する（同日の
      *    再実行では作成済みの受注を作成しないため、当日分の明細を
      *    作り直すことはできない）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SOMO-FILE
             ASSIGN TO EXTERNAL SOMOLD
               FILE STATUS IS WK-SOMO-FILE-ERR.
           SELECT SOMN-FILE
             ASSIGN TO EXTERNAL SOMNEW
               FILE STATUS IS WK-SOMN-FILE-ERR.
           SELECT OTF-FILE
             ASSIGN TO EXTERNAL OTF
               FILE STATUS IS WK-OTF-FILE-ERR.
           SELECT CTLO-FILE
             ASSIGN TO EXTERNAL CTLOUT
               FILE STATUS IS WK-CTLO-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  SOMO-FILE.
       01  SOMO-REC.
           COPY KUCF106.
       FD  SOMN-FILE.
       01  SOMN-REC.
           COPY KUCF106
               REPLACING LEADING ==SOM== BY ==NSOM==.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY KUCF010.
       FD  CTLO-FILE.
       01  CTLO-REC.
           COPY KUCF070.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-SOMO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SOMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OTF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTLO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SOMO-END-FLG                PIC X VALUE "Y".
       01  SOMO-CNT                    PIC 9(10) VALUE ZERO.
       01  SOMN-CNT                    PIC 9(10) VALUE ZERO.
       01  OTF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-DUE-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-DONE-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-NG-CNT                   PIC 9(10) VALUE ZERO.
      *
       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-RUN-DATE-RED REDEFINES WK-RUN-DATE.
           03  WK-RUN-YY               PIC 9(04).
           03  WK-RUN-MM               PIC 9(02).
           03  WK-RUN-DD               PIC 9(02).
      *
      *受注日判定用（曜日は１＝月曜〜７＝日曜）
       01  WK-RUN-INT                  PIC 9(08) VALUE ZERO.
       01  WK-START-INT                PIC 9(08) VALUE ZERO.
       01  WK-RUN-YOBI                 PIC 9(01) VALUE ZERO.
       01  WK-MONTH-END-DD             PIC 9(02) VALUE ZERO.
       01  WK-NEXT-MONTH-1ST.
           03  WK-NEXT-YY              PIC 9(04).
           03  WK-NEXT-MM              PIC 9(02).
           03  WK-NEXT-DD              PIC 9(02).
       01  WK-NEXT-MONTH-1ST-N REDEFINES WK-NEXT-MONTH-1ST
                                       PIC 9(08).
       01  WK-MONTH-END-DATE           PIC 9(08) VALUE ZERO.
       01  WK-WEEKS                    PIC 9(05) VALUE ZERO.
       01  WK-WEEKS-HALF               PIC 9(05) VALUE ZERO.
       01  WK-WEEKS-AMARI              PIC 9(01) VALUE ZERO.
      *    受注日フラグ（Ｙ＝処理日が受注日にあたる）
       01  WK-DUE-FLG                  PIC X VALUE "N".
      *
      *定期受注の受注番号（９０００番台。作成回数から採番する）
       01  WK-JUCHU-NO-BASE            PIC 9(04) VALUE 9000.
       01  WK-JUCHU-NO-SEQ             PIC 9(03) VALUE ZERO.
      *
      *作成明細（KUBS020へ渡すKUCF010形式）
       01  WK-ITF-REC.
           COPY KUCF010
               REPLACING LEADING ==UF010== BY ==WRK==.
      *
      *作成不可理由（空白＝作成可）
       01  WK-NG-REASON                PIC X(20) VALUE SPACE.
      *
      *再生成トレーラ積み上げ用
       01  WK-TRL-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TRL-KINGAKU              PIC S9(11) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *入力チェック結果連絡領域（共通チェックKUBS020の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *
      *マスタ参照連絡領域（共通マスタ参照KUBS050の呼び出し用）
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
      *作成リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊　定期受注明細作成　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "受注日：".
           03  WK-RPT-TITLE-DATE       PIC 9(8).
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE "商品　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "商品名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "　数量".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(9) VALUE "　　単価".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　　　金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "受注".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "結果".
      *
      *作成リスト明細行
       01  WK-LST-LINE.
           03  WK-LST-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SURYO            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TANKA            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-KINGAKU          PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-JUCHU-NO         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-RESULT           PIC X(20).
      *
      *作成リスト合計行
       01  WK-TOT-LINE.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成件数".
           03  WK-TOT-CNT              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成金額".
           03  WK-TOT-KINGAKU          PIC -ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成不可".
           03  WK-TOT-NG-CNT           PIC ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL SOMO-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM079 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE WK-RUN-DATE TO WK-RPT-TITLE-DATE.
           COMPUTE WK-RUN-INT = FUNCTION INTEGER-OF-DATE(WK-RUN-DATE).
      *    INTEGER-OF-DATEの１日目（１６０１年１月１日）は月曜日
           COMPUTE WK-RUN-YOBI =
             FUNCTION MOD(WK-RUN-INT - 1, 7) + 1.
           PERFORM SET-MONTH-END-RTN.
      *
      *    得意先名・単価の補完ができない明細は作成しない
           PERFORM OPEN-MSTR-RTN.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             OR MSA-SHOM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM079 ABEND TOKM/SHOM NOT AVAILABLE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN INPUT SOMO-FILE.
           IF WK-SOMO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM079 ABEND NOT SOMOLD-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SOMN-FILE.
           IF WK-SOMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM079 ABEND NOT SOMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OTF-FILE.
           IF WK-OTF-FILE-ERR NOT = 00
             DISPLAY "*** KUBM079 ABEND NOT OTF-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM079 ABEND NOT RPT-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE "N" TO SOMO-END-FLG.
           PERFORM READ-SOMO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理月の月末日算出処理（翌月１日の前日）
      ******************************************************************
       SET-MONTH-END-RTN               SECTION.
           IF WK-RUN-MM = 12
             COMPUTE WK-NEXT-YY = WK-RUN-YY + 1
             MOVE 1 TO WK-NEXT-MM
           ELSE
             MOVE WK-RUN-YY TO WK-NEXT-YY
             COMPUTE WK-NEXT-MM = WK-RUN-MM + 1
           END-IF.
           MOVE 1 TO WK-NEXT-DD.
           COMPUTE WK-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WK-NEXT-MONTH-1ST-N) - 1).
           MOVE WK-MONTH-END-DATE(7:2) TO WK-MONTH-END-DD.
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
      *    定期受注マスタ読み込み処理
      ******************************************************************
       READ-SOMO-RTN                   SECTION.
           READ SOMO-FILE
             AT END
               MOVE "Y" TO SOMO-END-FLG
             NOT AT END
               ADD 1 TO SOMO-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（定期受注１件分）
      *    （受注日にあたるものは明細を作成し、新マスタへ引き継ぐ）
      ******************************************************************
       MAIN-RTN                        SECTION.
           MOVE SOMO-REC TO SOMN-REC.
      *
           PERFORM CHECK-DUE-RTN.
           IF WK-DUE-FLG = "Y"
             ADD 1 TO WK-DUE-CNT
             IF SOM-LAST-GEN-DATE = WK-RUN-DATE
      *        同日作成済み（再実行）は二重に作成しない
               ADD 1 TO WK-DONE-CNT
             ELSE
               PERFORM MAKE-ITF-RTN
             END-IF
           END-IF.
      *
           WRITE SOMN-REC.
           ADD 1 TO SOMN-CNT.
           PERFORM READ-SOMO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    受注日判定処理
      *    （開始日付〜終了日付の期間内で、周期区分ごとの受注日に
      *      あたるかを判定する）
      ******************************************************************
       CHECK-DUE-RTN                   SECTION.
           MOVE "N" TO WK-DUE-FLG.
           IF SOM-START-DATE > WK-RUN-DATE
             GO TO EXI
           END-IF.
           IF SOM-END-DATE NOT = ZERO
             AND SOM-END-DATE < WK-RUN-DATE
             GO TO EXI
           END-IF.
      *
           IF SOM-CYCLE-WEEKLY
             IF SOM-CYCLE-DAY = WK-RUN-YOBI
               MOVE "Y" TO WK-DUE-FLG
             END-IF
           END-IF.
      *
           IF SOM-CYCLE-BIWEEKLY
             IF SOM-CYCLE-DAY = WK-RUN-YOBI
               COMPUTE WK-START-INT =
                 FUNCTION INTEGER-OF-DATE(SOM-START-DATE)
               COMPUTE WK-WEEKS = (WK-RUN-INT - WK-START-INT) / 7
               DIVIDE WK-WEEKS BY 2 GIVING WK-WEEKS-HALF
                 REMAINDER WK-WEEKS-AMARI
               IF WK-WEEKS-AMARI = ZERO
                 MOVE "Y" TO WK-DUE-FLG
               END-IF
             END-IF
           END-IF.
      *
           IF SOM-CYCLE-MONTHLY
             IF SOM-CYCLE-DAY = WK-RUN-DD
               OR (SOM-CYCLE-DAY > WK-MONTH-END-DD
                   AND WK-RUN-DD = WK-MONTH-END-DD)
               MOVE "Y" TO WK-DUE-FLG
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    定期受注明細作成処理
      *    （得意先名・商品名・単価を補完してKUBS020で検証し、合格
      *      した明細を書き出して新マスタの作成管理項目を更新する）
      ******************************************************************
       MAKE-ITF-RTN                    SECTION.
           MOVE SPACE TO WK-NG-REASON.
           MOVE SPACE TO WK-ITF-REC.
           MOVE "1" TO WRK-REC-KBN.
           MOVE "1" TO WRK-DATA-KBN.
           MOVE SOM-TOKU-COD TO WRK-TOKU-COD.
           MOVE WK-RUN-DATE TO WRK-JUCHU-DATE.
           COMPUTE WK-JUCHU-NO-SEQ =
             FUNCTION MOD(SOM-GEN-CNT + 1, 1000).
           COMPUTE WRK-JUCHU-NO = WK-JUCHU-NO-BASE + WK-JUCHU-NO-SEQ.
           MOVE SOM-SHOHIN-NO TO WRK-SHOHIN-NO.
           MOVE SOM-SURYO TO WRK-SURYO.
           MOVE SOM-EIGYO-COD TO WRK-EIGYO-COD.
           MOVE SPACE TO WRK-SRC-SYS.
           MOVE ZERO TO WRK-TANKA.
           MOVE ZERO TO WRK-KINGAKU.
      *
           PERFORM FIND-TOKM-RTN.
           IF WK-TOKM-FOUND-FLG NOT = "Y"
             MOVE "得意先マスタ未登録" TO WK-NG-REASON
           ELSE
             MOVE TOKM-TOKU-MEI TO WRK-TOKU-MEI
             IF TOKM-STATUS-KBN = "3"
               MOVE "得意先取引停止" TO WK-NG-REASON
             END-IF
           END-IF.
      *
           IF WK-NG-REASON = SPACE
             PERFORM FIND-SHOM-RTN
             IF WK-SHOM-FOUND-FLG NOT = "Y"
               MOVE "商品マスタ未登録" TO WK-NG-REASON
             ELSE
               MOVE SHOM-SHOHIN-MEI TO WRK-SHOHIN-MEI
               MOVE SHOM-TANKA TO WRK-TANKA
               COMPUTE WRK-KINGAKU ROUNDED = WRK-TANKA * WRK-SURYO
             END-IF
           END-IF.
      *
      *    バッチと同じ編集基準（KUBS020）で検証する
           IF WK-NG-REASON = SPACE
             MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE
             CALL "KUBS020" USING WK-ITF-REC WK-EDT-RESULT
             MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE
             IF EDT-FAIL-FLG = "Y"
               MOVE EDT-REASON TO WK-NG-REASON
             END-IF
           END-IF.
      *
           IF WK-NG-REASON = SPACE
             PERFORM WRITE-OTF-RTN
             MOVE WK-RUN-DATE TO NSOM-LAST-GEN-DATE
             IF SOM-GEN-CNT < 99999
               COMPUTE NSOM-GEN-CNT = SOM-GEN-CNT + 1
             ELSE
               MOVE ZERO TO NSOM-GEN-CNT
             END-IF
             MOVE "作成" TO WK-LST-RESULT
           ELSE
             ADD 1 TO WK-NG-CNT
             MOVE WK-NG-REASON TO WK-LST-RESULT
           END-IF.
           PERFORM WRITE-LST-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理
      ******************************************************************
       FIND-TOKM-RTN                   SECTION.
           MOVE "N" TO WK-TOKM-FOUND-FLG.
           MOVE "T" TO MSA-FUNC.
           MOVE SOM-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TOKM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ検索処理
      *    （受注日付時点で適用中の単価世代を選ぶ。KUBM040と同じ
      *      判定基準）
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
      ******************************************************************
      *    明細書き出し処理（トレーラ積み上げ込み）
      ******************************************************************
       WRITE-OTF-RTN                   SECTION.
           MOVE WK-ITF-REC TO OTF-REC.
           WRITE OTF-REC.
           ADD 1 TO OTF-CNT.
           ADD 1 TO WK-TRL-CNT.
           COMPUTE WK-TRL-KINGAKU = WK-TRL-KINGAKU + WRK-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    作成リスト明細行出力処理
      ******************************************************************
       WRITE-LST-RTN                   SECTION.
           MOVE WRK-TOKU-COD TO WK-LST-TOKU-COD.
           MOVE WRK-TOKU-MEI TO WK-LST-TOKU-MEI.
           MOVE WRK-SHOHIN-NO TO WK-LST-SHOHIN-NO.
           MOVE WRK-SHOHIN-MEI TO WK-LST-SHOHIN-MEI.
           MOVE WRK-SURYO TO WK-LST-SURYO.
           MOVE WRK-TANKA TO WK-LST-TANKA.
           MOVE WRK-KINGAKU TO WK-LST-KINGAKU.
           MOVE WRK-JUCHU-NO TO WK-LST-JUCHU-NO.
           MOVE WK-LST-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（作成リスト）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      *    （再生成トレーラとコントロールトータルを書き出す）
      ******************************************************************
       TERM-RTN                        SECTION.
           MOVE SPACE TO OTF-REC.
           MOVE "9" TO UF010-REC-KBN.
           MOVE WK-TRL-CNT TO UF010-TRL-CNT.
           MOVE WK-TRL-KINGAKU TO UF010-TRL-KINGAKU.
           WRITE OTF-REC.
           CLOSE OTF-FILE.
      *
           OPEN OUTPUT CTLO-FILE.
           IF WK-CTLO-FILE-ERR = 00
             MOVE SPACE TO CTLO-REC
             MOVE WK-TRL-CNT TO CTL-REC-CNT
             MOVE WK-TRL-KINGAKU TO CTL-REC-KINGAKU
             WRITE CTLO-REC
             CLOSE CTLO-FILE
           ELSE
             DISPLAY "*** KUBM079 WARNING CTLOUT NOT AVAILABLE ***"
           END-IF.
      *
           MOVE OTF-CNT TO WK-TOT-CNT.
           MOVE WK-TRL-KINGAKU TO WK-TOT-KINGAKU.
           MOVE WK-NG-CNT TO WK-TOT-NG-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-TOT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           CLOSE SOMO-FILE.
           CLOSE SOMN-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM079 SOMOLD=" SOMO-CNT.
           DISPLAY "*** KUBM079 DUE=" WK-DUE-CNT.
           DISPLAY "*** KUBM079 ALREADY DONE=" WK-DONE-CNT.
           DISPLAY "*** KUBM079 OTF=" OTF-CNT.
           DISPLAY "*** KUBM079 NG=" WK-NG-CNT.
           DISPLAY "*** KUBM079 TRL-KINGAKU=" WK-TRL-KINGAKU.
           DISPLAY "*** KUBM079 SOMNEW=" SOMN-CNT.
      *
           IF WK-NG-CNT > ZERO
             DISPLAY "*** KUBM079 WARNING ORDERS NOT GENERATED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM079 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM079" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE SOMO-CNT TO RNL-IN-CNT.
           MOVE OTF-CNT TO RNL-OUT-CNT.
           MOVE WK-NG-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
