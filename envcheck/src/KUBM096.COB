       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM096.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：休眠得意先抽出（取引停止提案）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先ごとの判定材料を索引の作業ファイル
      *    　　　　　　　　（CUSWK）へ展開して件数の上限を撤廃
      ******************************************************************
      *    得意先マスタ（TOKM）の取引停止以外の得意先のうち、受注
      *    履歴マスタ（ORDH-FILE）に基準日から指定月数（DMPRM・
      *    KUCF141、既定１２か月）の間の売上の受注が無い得意先を
      *    休眠得意先として休眠得意先リスト（RPT）へ印字する。
      *    　・売掛金残高マスタ（ARB）の残高（年齢別バケット合計）
      *    　　と未充当がともにゼロの得意先は、取引停止（状態区分
      *    　　３）への変更を得意先マスタ保守トランザクション
      *    　　（MNT・KUCF022）として出力し、承認後にKUBM050J
      *    　　（得意先マスタ保守）で反映する
      *    　・残高または未充当のある得意先は、まだ取引停止に
      *    　　できないため別欄に印字し、トランザクションを作らない
      *    　・取引停止にしない他の得意先の親（支払先）得意先と
      *    　　なっている得意先も、合算請求が止まるため別欄に印字
      *    　　し、トランザクションを作らない
      *    受注履歴の無い得意先は最終受注日を「履歴なし」と印字して
      *    休眠として扱う（登録直後の得意先でないことを承認時に確認
      *    する）。
      *    得意先ごとの判定材料と判定結果は得意先コードをキーとする
      *    索引の作業ファイル（CUSWK）に展開するため、得意先数に
      *    上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL DMPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT ORDH-FILE
             ASSIGN TO EXTERNAL ORDH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORDH-KEY
               ALTERNATE RECORD KEY IS ORDH-SHOHIN-NO
                 WITH DUPLICATES
               FILE STATUS IS WK-ORDH-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT MNT-FILE
             ASSIGN TO EXTERNAL MNT
               FILE STATUS IS WK-MNT-FILE-ERR.
           SELECT CUSW-FILE
             ASSIGN TO EXTERNAL CUSWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUSW-COD
               FILE STATUS IS WK-CUSW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF141.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  ORDH-FILE.
       01  ORDH-REC.
           COPY KUCF023.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
       FD  MNT-FILE.
       01  MNT-OUT-REC                 PIC X(80).
      *得意先作業ファイル（判定材料と判定結果を持つ）
      *  判定区分：空白＝対象外　１＝取引停止提案
      *            ２＝残高あり　３＝支払先として使用中
       FD  CUSW-FILE.
       01  CUSW-REC.
           03  CUSW-COD                PIC X(4).
           03  CUSW-MEI                PIC X(20).
           03  CUSW-STATUS             PIC X(1).
           03  CUSW-LIMIT              PIC S9(11).
           03  CUSW-PAYER              PIC X(4).
           03  CUSW-JUCHU-DATE         PIC 9(8).
           03  CUSW-ARB-DATE           PIC 9(8).
           03  CUSW-ZANDAKA            PIC S9(13).
           03  CUSW-MIJUTO             PIC S9(11).
           03  CUSW-HANTEI-KBN         PIC X(1).
           03  CUSW-KO-COD             PIC X(4).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ORDH-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-MNT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CUSW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  TOKM-END-FLG                PIC X VALUE "Y".
       01  ORDH-END-FLG                PIC X VALUE "Y".
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  WK-CUSW-END-FLG             PIC X VALUE "Y".
       01  TOKM-CNT                    PIC 9(10) VALUE ZERO.
       01  ORDH-CNT                    PIC 9(10) VALUE ZERO.
       01  ARB-CNT                     PIC 9(10) VALUE ZERO.
       01  MNT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-KYUMIN-CNT               PIC 9(10) VALUE ZERO.
       01  WK-TEIAN-CNT                PIC 9(10) VALUE ZERO.
       01  WK-ZANDAKA-CNT              PIC 9(10) VALUE ZERO.
       01  WK-OYA-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TEISHI-CNT               PIC 9(10) VALUE ZERO.
       01  WK-SECTION-CNT              PIC 9(10) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *パラメタ（休眠の月数と基準日）
       01  WK-TSUKISU                  PIC 9(3) VALUE 12.
       01  WK-KIJUN-DATE               PIC 9(8) VALUE ZERO.
      *休眠判定の境界日（基準日の月の月数前の月の１日。最終受注日が
      *これより前の得意先を休眠とする）
       01  WK-KIKAN-WORK.
           03  WK-KIKAN-YY             PIC 9(4).
           03  WK-KIKAN-MM             PIC 9(2).
           03  WK-KIKAN-DD             PIC 9(2).
       01  WK-KIKAN-DATE REDEFINES WK-KIKAN-WORK
                                       PIC 9(8).
       01  WK-KIKAN-TOTMM              PIC 9(6) VALUE ZERO.
       01  WK-SAKAIME-DATE             PIC 9(8) VALUE ZERO.
      *
      *得意先作業ファイル検索キーと支払先判定用
       01  WK-CUS-FOUND-FLG            PIC X VALUE "N".
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
       01  WK-SAVE-CUS-COD             PIC X(4) VALUE SPACE.
       01  WK-ORDH-PREV-TOKU           PIC X(4) VALUE HIGH-VALUE.
       01  WK-HENKO-FLG                PIC X VALUE "Y".
       01  WK-PRINT-KBN                PIC X VALUE SPACE.
      *
      *得意先マスタ保守トランザクション編集用
       01  WK-MNT-REC.
           COPY KUCF022.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *休眠得意先リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　休眠得意先リスト　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-PRM.
           03  FILLER                  PIC X(12) VALUE
             "判定基準：　".
           03  WK-RPT-PRM-TSUKISU      PIC ZZ9.
           03  FILLER                  PIC X(28) VALUE
             "か月間受注なし（最終受注日".
           03  WK-RPT-PRM-SAKAIME      PIC 9999/99/99.
           03  FILLER                  PIC X(8) VALUE "より前）".
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "状態".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(11) VALUE
             "与信限度額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "最終受注".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "売掛更新".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　　売掛残高".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　　　未充当".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "備考".
      *
      *休眠得意先リスト明細行（得意先１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-STATUS           PIC X(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-LIMIT            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-JUCHU-DATE       PIC X(10).
           03  WK-RPT-JUCHU-DATE-E REDEFINES WK-RPT-JUCHU-DATE
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ARB-DATE         PIC X(10).
           03  WK-RPT-ARB-DATE-E REDEFINES WK-RPT-ARB-DATE
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ZANDAKA          PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-MIJUTO           PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BIKO             PIC X(20).
      *
       01  WK-RPT-BIKO-OYA.
           03  FILLER                  PIC X(14) VALUE
             "支払先：子得意".
           03  WK-RPT-BIKO-KO-COD      PIC X(4).
           03  FILLER                  PIC X(2) VALUE SPACE.
      *
       01  WK-NONE-LINE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "該当なし".
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(30).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM HANTEI-PASS-RTN.
           PERFORM OYA-CHECK-RTN
             UNTIL WK-HENKO-FLG = "N".
           PERFORM OUTPUT-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM096 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-KIJUN-DATE.
      *
      *    パラメタは任意（無ければ実行日基準の１２か月）
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 PERFORM SET-PRM-RTN
             END-READ
             CLOSE PRM-FILE
           END-IF.
           MOVE WK-KIJUN-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             DISPLAY "*** KUBM096 ABEND KIJUN-DATE INVALID ("
               WK-KIJUN-DATE ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM SET-SAKAIME-RTN.
           DISPLAY "*** KUBM096 KIJUN=" WK-KIJUN-DATE
                   " MONTHS=" WK-TSUKISU
                   " BEFORE=" WK-SAKAIME-DATE.
      *
           OPEN INPUT TOKM-FILE.
           IF WK-TOKM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM096 ABEND NOT TOKM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT CUSW-FILE.
           IF WK-CUSW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM096 ABEND NOT CUSWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO TOKM-END-FLG.
           PERFORM LOAD-TOKM-RTN
             UNTIL TOKM-END-FLG = "Y".
           CLOSE TOKM-FILE.
      *    以降の集計・判定で更新するため、更新モードで使用する
           CLOSE CUSW-FILE.
           OPEN I-O CUSW-FILE.
      *
           OPEN INPUT ORDH-FILE.
           IF WK-ORDH-FILE-ERR NOT = 00
             DISPLAY "*** KUBM096 ABEND NOT ORDH-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ORDH-END-FLG.
           PERFORM LOAD-ORDH-RTN
             UNTIL ORDH-END-FLG = "Y".
           CLOSE ORDH-FILE.
      *
      *    残高の確認に必須のため、売掛金残高マスタが無い場合は
      *    提案しない
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR NOT = 00
             DISPLAY "*** KUBM096 ABEND NOT ARB-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARB-END-FLG.
           PERFORM LOAD-ARB-RTN
             UNTIL ARB-END-FLG = "Y".
           CLOSE ARB-FILE.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM096 ABEND NOT RPT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT MNT-FILE.
           IF WK-MNT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM096 ABEND NOT MNT-FILE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE WK-TSUKISU TO WK-RPT-PRM-TSUKISU.
           MOVE WK-SAKAIME-DATE TO WK-RPT-PRM-SAKAIME.
           MOVE WK-RPT-PRM TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    パラメタ設定処理（ゼロ・空白の項目は既定値のまま）
      ******************************************************************
       SET-PRM-RTN                     SECTION.
           IF DMP-TSUKISU NUMERIC
             AND DMP-TSUKISU NOT = ZERO
             MOVE DMP-TSUKISU TO WK-TSUKISU
           END-IF.
           IF DMP-KIJUN-DATE NUMERIC
             AND DMP-KIJUN-DATE NOT = ZERO
             MOVE DMP-KIJUN-DATE TO WK-KIJUN-DATE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    休眠判定境界日設定処理
      *    （基準日の月の月数前の月の１日）
      ******************************************************************
       SET-SAKAIME-RTN                 SECTION.
           MOVE WK-KIJUN-DATE TO WK-KIKAN-WORK.
           COMPUTE WK-KIKAN-TOTMM =
             WK-KIKAN-YY * 12 + WK-KIKAN-MM - 1 - WK-TSUKISU.
           COMPUTE WK-KIKAN-YY = WK-KIKAN-TOTMM / 12.
           COMPUTE WK-KIKAN-MM =
             WK-KIKAN-TOTMM - WK-KIKAN-YY * 12 + 1.
           MOVE 1 TO WK-KIKAN-DD.
           MOVE WK-KIKAN-DATE TO WK-SAKAIME-DATE.
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
      *    得意先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-TOKM-RTN                   SECTION.
           READ TOKM-FILE
             AT END
               MOVE "Y" TO TOKM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO TOKM-CNT.
           MOVE SPACE TO CUSW-REC.
           MOVE ZERO TO CUSW-LIMIT.
           MOVE ZERO TO CUSW-JUCHU-DATE.
           MOVE ZERO TO CUSW-ARB-DATE.
           MOVE ZERO TO CUSW-ZANDAKA.
           MOVE ZERO TO CUSW-MIJUTO.
           MOVE TOKM-TOKU-COD TO CUSW-COD.
           MOVE TOKM-TOKU-MEI TO CUSW-MEI.
           MOVE TOKM-STATUS-KBN TO CUSW-STATUS.
           IF TOKM-CREDIT-LIMIT NUMERIC
             MOVE TOKM-CREDIT-LIMIT TO CUSW-LIMIT
           END-IF.
           MOVE TOKM-PAYER-COD TO CUSW-PAYER.
           WRITE CUSW-REC
             INVALID KEY
               DISPLAY "*** KUBM096 ABEND DUPLICATE TOKU-COD="
                       TOKM-TOKU-COD " IN TOKM"
               MOVE 16 TO RETURN-CODE
               CLOSE TOKM-FILE
               CLOSE CUSW-FILE
               STOP RUN
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    受注履歴マスタ読み込み処理（１件分）
      *    （キー順に読み、得意先ごとの売上明細の最終受注日を得意先
      *      作業ファイルへ設定する。得意先の検索は得意先の変わり目
      *      のみ）
      ******************************************************************
       LOAD-ORDH-RTN                   SECTION.
           READ ORDH-FILE NEXT
             AT END
               MOVE "Y" TO ORDH-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO ORDH-CNT.
           IF ORDH-TOKU-COD NOT = WK-ORDH-PREV-TOKU
             MOVE ORDH-TOKU-COD TO WK-ORDH-PREV-TOKU
             MOVE ORDH-TOKU-COD TO WK-SEARCH-TOKU
             PERFORM FIND-CUS-RTN
           END-IF.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           IF ORDH-DATA-KBN NOT = "1"
             OR ORDH-JUCHU-DATE NOT NUMERIC
             GO TO EXI
           END-IF.
           IF ORDH-JUCHU-DATE > CUSW-JUCHU-DATE
             MOVE ORDH-JUCHU-DATE TO CUSW-JUCHU-DATE
             REWRITE CUSW-REC
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（１件分）
      *    （残高は年齢別バケット合計。未充当は別に持つ）
      ******************************************************************
       LOAD-ARB-RTN                    SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO ARB-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO ARB-CNT.
           MOVE ARB-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           IF ARB-LAST-DATE NUMERIC
             MOVE ARB-LAST-DATE TO CUSW-ARB-DATE
           END-IF.
           IF ARB-BAL-CUR NUMERIC AND ARB-BAL-30 NUMERIC
             AND ARB-BAL-60 NUMERIC AND ARB-BAL-90 NUMERIC
             COMPUTE CUSW-ZANDAKA =
               ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90
           END-IF.
           IF ARB-UNAPPLIED NUMERIC
             MOVE ARB-UNAPPLIED TO CUSW-MIJUTO
           END-IF.
           REWRITE CUSW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル検索処理
      *    （WK-SEARCH-TOKUの得意先をCUSW-RECへ読み込む）
      ******************************************************************
       FIND-CUS-RTN                    SECTION.
           MOVE "N" TO WK-CUS-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO CUSW-COD.
           READ CUSW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-CUS-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル位置付け処理
      *    （先頭から得意先コード順に読む）
      ******************************************************************
       START-CUSW-RTN                  SECTION.
           MOVE "Y" TO WK-CUSW-END-FLG.
           MOVE LOW-VALUE TO CUSW-COD.
           START CUSW-FILE KEY IS NOT LESS THAN CUSW-COD
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-CUSW-END-FLG.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先作業ファイル読み込み処理（得意先コード順の次の１件）
      ******************************************************************
       READ-CUSW-RTN                   SECTION.
           READ CUSW-FILE NEXT
             AT END
               MOVE "Y" TO WK-CUSW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    休眠判定処理（全得意先）
      ******************************************************************
       HANTEI-PASS-RTN                 SECTION.
           PERFORM START-CUSW-RTN.
           PERFORM HANTEI-ENT-RTN
             UNTIL WK-CUSW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    休眠判定処理（得意先１件分。判定結果を書き戻して次を読む）
      ******************************************************************
       HANTEI-ENT-RTN                  SECTION.
           PERFORM HANTEI-RTN.
           IF CUSW-HANTEI-KBN NOT = SPACE
             REWRITE CUSW-REC
           END-IF.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    休眠判定処理（得意先１件分）
      *    （取引停止中の得意先は対象外。最終受注日が境界日より前
      *      または受注履歴の無い得意先を休眠とし、残高・未充当が
      *      ともにゼロなら取引停止提案、どちらかあれば残高ありと
      *      する）
      ******************************************************************
       HANTEI-RTN                      SECTION.
           IF CUSW-STATUS = "3"
             ADD 1 TO WK-TEISHI-CNT
             GO TO EXI
           END-IF.
           IF CUSW-JUCHU-DATE NOT < WK-SAKAIME-DATE
             GO TO EXI
           END-IF.
           ADD 1 TO WK-KYUMIN-CNT.
           IF CUSW-ZANDAKA = ZERO
             AND CUSW-MIJUTO = ZERO
             MOVE "1" TO CUSW-HANTEI-KBN
           ELSE
             MOVE "2" TO CUSW-HANTEI-KBN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    支払先判定処理
      *    （取引停止にしない得意先の親（支払先）となっている提案
      *      得意先は支払先として使用中に変える。変えた得意先の子
      *      が連鎖するため、変更が無くなるまで繰り返す）
      ******************************************************************
       OYA-CHECK-RTN                   SECTION.
           MOVE "N" TO WK-HENKO-FLG.
           PERFORM START-CUSW-RTN.
           PERFORM OYA-CHECK-ENT-RTN
             UNTIL WK-CUSW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    支払先判定処理（子得意先１件分。判定して次を読む）
      ******************************************************************
       OYA-CHECK-ENT-RTN               SECTION.
           PERFORM OYA-HANTEI-RTN.
           IF WK-CUSW-END-FLG = "N"
             PERFORM READ-CUSW-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    支払先判定処理（子得意先の支払先を判定する）
      *    （支払先の読み込みで読み込み位置が変わるため、子得意先の
      *      次から読み直せるよう位置付けし直す）
      ******************************************************************
       OYA-HANTEI-RTN                  SECTION.
           IF CUSW-HANTEI-KBN = "1"
             OR CUSW-STATUS = "3"
             OR CUSW-PAYER = SPACE
             OR CUSW-PAYER = CUSW-COD
             GO TO EXI
           END-IF.
           MOVE CUSW-COD TO WK-SAVE-CUS-COD.
           MOVE CUSW-PAYER TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-RTN.
           IF WK-CUS-FOUND-FLG = "Y"
             AND CUSW-HANTEI-KBN = "1"
             MOVE "3" TO CUSW-HANTEI-KBN
             MOVE WK-SAVE-CUS-COD TO CUSW-KO-COD
             REWRITE CUSW-REC
             MOVE "Y" TO WK-HENKO-FLG
           END-IF.
           MOVE WK-SAVE-CUS-COD TO CUSW-COD.
           START CUSW-FILE KEY IS GREATER THAN CUSW-COD
             INVALID KEY
               MOVE "Y" TO WK-CUSW-END-FLG
           END-START.
       EXI.
           EXIT.
      ******************************************************************
      *    リスト・トランザクション出力処理
      *    （取引停止提案・残高あり・支払先として使用中の順に欄を
      *      分けて印字する）
      ******************************************************************
       OUTPUT-RTN                      SECTION.
           MOVE "＜取引停止提案（承認後に反映）＞"
             TO WK-RPT-SECTION.
           MOVE "1" TO WK-PRINT-KBN.
           PERFORM WRITE-SECTION-RTN.
           MOVE "＜残高・未充当あり（取引停止不可）＞"
             TO WK-RPT-SECTION.
           MOVE "2" TO WK-PRINT-KBN.
           PERFORM WRITE-SECTION-RTN.
           MOVE "＜他得意先の支払先（取引停止不可）＞"
             TO WK-RPT-SECTION.
           MOVE "3" TO WK-PRINT-KBN.
           PERFORM WRITE-SECTION-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    欄出力処理（判定区分１種類分）
      ******************************************************************
       WRITE-SECTION-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE ZERO TO WK-SECTION-CNT.
           PERFORM START-CUSW-RTN.
           PERFORM WRITE-LINE-ENT-RTN
             UNTIL WK-CUSW-END-FLG = "Y".
           IF WK-SECTION-CNT = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    明細印字処理（得意先１件分を印字して次を読む）
      ******************************************************************
       WRITE-LINE-ENT-RTN              SECTION.
           PERFORM WRITE-LINE-RTN.
           PERFORM READ-CUSW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    明細印字処理（得意先１件分）
      *    （取引停止提案は保守トランザクションも出力する）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           IF CUSW-HANTEI-KBN NOT = WK-PRINT-KBN
             GO TO EXI
           END-IF.
           ADD 1 TO WK-SECTION-CNT.
           MOVE CUSW-COD TO WK-RPT-TOKU-COD.
           MOVE CUSW-MEI TO WK-RPT-TOKU-MEI.
           IF CUSW-STATUS = "2"
             MOVE "保留" TO WK-RPT-STATUS
           ELSE
             MOVE "取引中" TO WK-RPT-STATUS
           END-IF.
           MOVE CUSW-LIMIT TO WK-RPT-LIMIT.
           IF CUSW-JUCHU-DATE = ZERO
             MOVE "履歴なし" TO WK-RPT-JUCHU-DATE
           ELSE
             MOVE CUSW-JUCHU-DATE
               TO WK-RPT-JUCHU-DATE-E
           END-IF.
           IF CUSW-ARB-DATE = ZERO
             MOVE "なし" TO WK-RPT-ARB-DATE
           ELSE
             MOVE CUSW-ARB-DATE TO WK-RPT-ARB-DATE-E
           END-IF.
           MOVE CUSW-ZANDAKA TO WK-RPT-ZANDAKA.
           MOVE CUSW-MIJUTO TO WK-RPT-MIJUTO.
           MOVE SPACE TO WK-RPT-BIKO.
      *
           IF WK-PRINT-KBN = "1"
             ADD 1 TO WK-TEIAN-CNT
             MOVE "取引停止へ変更" TO WK-RPT-BIKO
             PERFORM WRITE-MNT-RTN
           END-IF.
           IF WK-PRINT-KBN = "2"
             ADD 1 TO WK-ZANDAKA-CNT
           END-IF.
           IF WK-PRINT-KBN = "3"
             ADD 1 TO WK-OYA-CNT
             MOVE CUSW-KO-COD TO WK-RPT-BIKO-KO-COD
             MOVE WK-RPT-BIKO-OYA TO WK-RPT-BIKO
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ保守トランザクション出力処理
      *    （状態区分のみを取引停止へ変更する。他の項目は空白＝
      *      変更しない）
      ******************************************************************
       WRITE-MNT-RTN                   SECTION.
           MOVE SPACE TO WK-MNT-REC.
           MOVE "2" TO MNT-ACTION-KBN.
           MOVE CUSW-COD TO MNT-TOKU-COD.
           MOVE "3" TO MNT-STATUS-KBN.
           MOVE WK-MNT-REC TO MNT-OUT-REC.
           WRITE MNT-OUT-REC.
           ADD 1 TO MNT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    リスト１行出力処理
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    件数行出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "得意先マスタ" TO WK-CNT-LABEL.
           MOVE TOKM-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　うち取引停止中" TO WK-CNT-LABEL.
           MOVE WK-TEISHI-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "休眠得意先" TO WK-CNT-LABEL.
           MOVE WK-KYUMIN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　取引停止提案" TO WK-CNT-LABEL.
           MOVE WK-TEIAN-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　残高・未充当あり" TO WK-CNT-LABEL.
           MOVE WK-ZANDAKA-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "　他得意先の支払先" TO WK-CNT-LABEL.
           MOVE WK-OYA-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM096" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE TOKM-CNT TO RNL-IN-CNT.
           MOVE MNT-CNT TO RNL-OUT-CNT.
           COMPUTE RNL-EXC-CNT = WK-ZANDAKA-CNT + WK-OYA-CNT.
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
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE RPT-FILE.
           CLOSE MNT-FILE.
           CLOSE CUSW-FILE.
           DISPLAY "*** KUBM096 TOKM=" TOKM-CNT.
           DISPLAY "*** KUBM096 ORDH=" ORDH-CNT.
           DISPLAY "*** KUBM096 ARB=" ARB-CNT.
           DISPLAY "*** KUBM096 DORMANT=" WK-KYUMIN-CNT.
           DISPLAY "*** KUBM096 PROPOSED=" WK-TEIAN-CNT.
           DISPLAY "*** KUBM096 OPEN-BALANCE=" WK-ZANDAKA-CNT.
           DISPLAY "*** KUBM096 PAYER-IN-USE=" WK-OYA-CNT.
           DISPLAY "*** KUBM096 MNT=" MNT-CNT.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM096 END ***".
       EXI.
           EXIT.
