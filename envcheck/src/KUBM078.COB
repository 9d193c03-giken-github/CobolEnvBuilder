       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM078.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：定期受注マスタ保守
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    得意先コード／商品番号昇順の保守トランザクション（SOT-
      *    FILE・KUCF107）を現行の定期受注マスタ（SOMOLD・KUCF106）
      *    と突合し、追加・変更・削除を適用した新世代マスタ（SOMNEW）
      *    を作成する。商品マスタ保守（KUBM065）と同じ突合マージ方式
      *    である。適用後の内容（数量・営業所・周期区分と周期日・
      *    開始／終了日付）を検証し、誤りのあるトランザクション、
      *    追加時の重複キー、変更・削除時の未登録キーは適用せず却下
      *    とする。適用・却下の全トランザクションを変更前後の内容
      *    併記の監査リスト（RPT）へ印字し、却下があればRETURN-CODE
      *    4とする。最終作成日付・作成回数は定期受注明細作成
      *    （KUBM079）の管理項目のため、変更時もそのまま引き継ぐ。
      *    SOMOLDが無い場合は空マスタからの新規作成として動作する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT SOMO-FILE
             ASSIGN TO EXTERNAL SOMOLD
               FILE STATUS IS WK-SOMO-FILE-ERR.
           SELECT SOT-FILE
             ASSIGN TO EXTERNAL SOT
               FILE STATUS IS WK-SOT-FILE-ERR.
           SELECT SOMN-FILE
             ASSIGN TO EXTERNAL SOMNEW
               FILE STATUS IS WK-SOMN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  SOMO-FILE.
       01  SOMO-REC.
           COPY KUCF106.
       FD  SOT-FILE.
       01  SOT-REC.
           COPY KUCF107.
       FD  SOMN-FILE.
       01  SOMN-REC.
           COPY KUCF106
               REPLACING LEADING ==SOM== BY ==NSOM==.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-SOMO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SOT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SOMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SOMO-END-FLG                PIC X VALUE "Y".
       01  SOT-END-FLG                 PIC X VALUE "Y".
       01  SOMO-CNT                    PIC 9(10) VALUE ZERO.
       01  SOT-CNT                     PIC 9(10) VALUE ZERO.
       01  SOMN-CNT                    PIC 9(10) VALUE ZERO.
       01  WK-APPLY-CNT                PIC 9(10) VALUE ZERO.
       01  WK-REJECT-CNT               PIC 9(10) VALUE ZERO.
      *    現行マスタ使用フラグ（Ｙ＝SOMOLDをオープンできた）
       01  WK-SOMO-AVAIL-FLG           PIC X VALUE "N".
      *
       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
      *
      *突合キー（得意先コード＋商品番号）
       01  WK-SOT-KEY                  PIC X(9) VALUE SPACE.
       01  WK-SOM-KEY                  PIC X(9) VALUE SPACE.
      *順序チェック用（前回読み込みトランザクションキー）
       01  WK-PREV-SOT-KEY             PIC X(9) VALUE LOW-VALUE.
      *同一キー複数トランザクションチェック用
       01  WK-PREV-APPLIED-KEY         PIC X(9) VALUE LOW-VALUE.
      *
      *適用後内容の検証結果（空白＝誤りなし）
       01  WK-CHK-RESULT               PIC X(18) VALUE SPACE.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *監査リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊　定期受注マスタ保守　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "処理日：".
           03  WK-RPT-TITLE-DATE       PIC 9(8).
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "区分".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE "商品　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(18) VALUE
             "処理結果".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(31) VALUE
             "数量  営 周 日 開始日  -終了日".
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(31) VALUE
             "数量  営 周 日 開始日  -終了日".
      *
      *監査リスト明細行
       01  WK-AUD-LINE.
           03  WK-AUD-ACTION           PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-AUD-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-AUD-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-AUD-RESULT           PIC X(18).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "旧：".
           03  WK-AUD-BEFORE.
             05  WK-AUD-B-SURYO        PIC X(5).
             05  FILLER                PIC X(1).
             05  WK-AUD-B-EIGYO        PIC X(2).
             05  FILLER                PIC X(1).
             05  WK-AUD-B-CYCLE        PIC X(1).
             05  FILLER                PIC X(1).
             05  WK-AUD-B-DAY          PIC X(2).
             05  FILLER                PIC X(1).
             05  WK-AUD-B-START        PIC X(8).
             05  WK-AUD-B-HYPHEN       PIC X(1).
             05  WK-AUD-B-END          PIC X(8).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "新：".
           03  WK-AUD-AFTER.
             05  WK-AUD-A-SURYO        PIC X(5).
             05  FILLER                PIC X(1).
             05  WK-AUD-A-EIGYO        PIC X(2).
             05  FILLER                PIC X(1).
             05  WK-AUD-A-CYCLE        PIC X(1).
             05  FILLER                PIC X(1).
             05  WK-AUD-A-DAY          PIC X(2).
             05  FILLER                PIC X(1).
             05  WK-AUD-A-START        PIC X(8).
             05  WK-AUD-A-HYPHEN       PIC X(1).
             05  WK-AUD-A-END          PIC X(8).
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN
             UNTIL SOT-END-FLG = "Y" AND SOMO-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM078 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE WK-RUN-DATE TO WK-RPT-TITLE-DATE.
      *
           OPEN INPUT SOT-FILE.
           IF WK-SOT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM078 ABEND NOT SOT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT SOMN-FILE.
           IF WK-SOMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM078 ABEND NOT SOMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM078 ABEND NOT RPT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *    現行マスタが無い場合は空マスタからの新規作成とする
           OPEN INPUT SOMO-FILE.
           IF WK-SOMO-FILE-ERR = 00
             MOVE "Y" TO WK-SOMO-AVAIL-FLG
             MOVE "N" TO SOMO-END-FLG
             PERFORM READ-SOMO-RTN
           ELSE
             DISPLAY "*** KUBM078 WARNING SOMOLD NOT AVAILABLE ***"
             DISPLAY "*** KUBM078 CREATING NEW MASTER FROM SOT ***"
           END-IF.
      *
           MOVE "N" TO SOT-END-FLG.
           PERFORM READ-SOT-RTN.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    現行マスタ読み込み処理
      ******************************************************************
       READ-SOMO-RTN                   SECTION.
           READ SOMO-FILE
             AT END
               MOVE "Y" TO SOMO-END-FLG
             NOT AT END
               ADD 1 TO SOMO-CNT
               MOVE SOM-KEY TO WK-SOM-KEY
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    保守トランザクション読み込み処理
      *    （得意先コード／商品番号昇順であることを保証する）
      ******************************************************************
       READ-SOT-RTN                    SECTION.
           READ SOT-FILE
             AT END
               MOVE "Y" TO SOT-END-FLG
             NOT AT END
               ADD 1 TO SOT-CNT
               MOVE SOT-KEY TO WK-SOT-KEY
               IF WK-SOT-KEY < WK-PREV-SOT-KEY
                 DISPLAY "*** KUBM078 ABEND SOT-FILE OUT OF SEQUENCE"
                 DISPLAY "*** TOKU-COD=" SOT-TOKU-COD
                         " SHOHIN-NO=" SOT-SHOHIN-NO
                         " SOT-CNT=" SOT-CNT
                 MOVE 16 TO RETURN-CODE
                 CLOSE SOT-FILE
                 CLOSE SOMN-FILE
                 CLOSE RPT-FILE
                 STOP RUN
               END-IF
               MOVE WK-SOT-KEY TO WK-PREV-SOT-KEY
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（マスタ・トランザクションの突合マージ）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF SOT-END-FLG = "Y"
             PERFORM COPY-SOMO-RTN
           ELSE
             IF WK-SOT-KEY = WK-PREV-APPLIED-KEY
               PERFORM REJECT-SAME-KEY-RTN
             ELSE
             IF SOMO-END-FLG = "Y" OR WK-SOT-KEY < WK-SOM-KEY
               PERFORM APPLY-SOT-LOW-RTN
             ELSE
               IF WK-SOT-KEY = WK-SOM-KEY
                 PERFORM APPLY-SOT-EQUAL-RTN
               ELSE
                 PERFORM COPY-SOMO-RTN
               END-IF
             END-IF
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    同一キー複数トランザクション却下処理
      ******************************************************************
       REJECT-SAME-KEY-RTN             SECTION.
           PERFORM EDIT-AUD-HEAD-RTN.
           MOVE SPACE TO WK-AUD-BEFORE.
           MOVE SPACE TO WK-AUD-AFTER.
           MOVE "却下：同一キー　" TO WK-AUD-RESULT.
           ADD 1 TO WK-REJECT-CNT.
           PERFORM WRITE-AUD-RTN.
           PERFORM READ-SOT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    現行マスタ引き継ぎ処理（トランザクション対象外の１件）
      ******************************************************************
       COPY-SOMO-RTN                   SECTION.
           MOVE SOMO-REC TO SOMN-REC.
           PERFORM WRITE-SOMN-RTN.
           PERFORM READ-SOMO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ未登録キーへのトランザクション適用処理
      *    （追加は検証のうえ新規登録、変更・削除は未登録キーとして
      *      却下する）
      ******************************************************************
       APPLY-SOT-LOW-RTN               SECTION.
           PERFORM EDIT-AUD-HEAD-RTN.
           MOVE SPACE TO WK-AUD-BEFORE.
           MOVE SPACE TO WK-AUD-AFTER.
      *
           IF SOT-ACTION-ADD
             MOVE SPACE TO SOMN-REC
             MOVE SOT-TOKU-COD TO NSOM-TOKU-COD
             MOVE SOT-SHOHIN-NO TO NSOM-SHOHIN-NO
             MOVE ZERO TO NSOM-SURYO
             MOVE ZERO TO NSOM-CYCLE-DAY
             MOVE ZERO TO NSOM-START-DATE
             MOVE ZERO TO NSOM-END-DATE
             MOVE ZERO TO NSOM-LAST-GEN-DATE
             MOVE ZERO TO NSOM-GEN-CNT
             PERFORM MERGE-SOT-RTN
             IF WK-CHK-RESULT = SPACE
               IF SOT-TOKU-COD NOT NUMERIC
                 OR SOT-SHOHIN-NO = SPACE
                 OR SOT-SURYO = SPACE
                 OR SOT-EIGYO-COD = SPACE
                 OR SOT-CYCLE-KBN = SPACE
                 OR SOT-CYCLE-DAY = SPACE
                 OR SOT-START-DATE = SPACE
                 MOVE "却下：項目不足　" TO WK-CHK-RESULT
               END-IF
             END-IF
             IF WK-CHK-RESULT = SPACE
               PERFORM CHECK-SOMN-RTN
             END-IF
             IF WK-CHK-RESULT = SPACE
               MOVE WK-RUN-DATE TO NSOM-UPD-DATE
               PERFORM WRITE-SOMN-RTN
               MOVE "適用　　　　" TO WK-AUD-RESULT
               PERFORM EDIT-AUD-AFTER-RTN
               ADD 1 TO WK-APPLY-CNT
             ELSE
               MOVE WK-CHK-RESULT TO WK-AUD-RESULT
               ADD 1 TO WK-REJECT-CNT
             END-IF
           ELSE
             MOVE "却下：未登録" TO WK-AUD-RESULT
             ADD 1 TO WK-REJECT-CNT
           END-IF.
      *
           MOVE WK-SOT-KEY TO WK-PREV-APPLIED-KEY.
           PERFORM WRITE-AUD-RTN.
           PERFORM READ-SOT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ登録済みキーへのトランザクション適用処理
      *    （変更は検証のうえ項目差し替え、削除は新マスタへ引き継が
      *      ない。追加は重複キーとして却下し現行マスタをそのまま
      *      引き継ぐ）
      ******************************************************************
       APPLY-SOT-EQUAL-RTN             SECTION.
           PERFORM EDIT-AUD-HEAD-RTN.
           PERFORM EDIT-AUD-BEFORE-RTN.
           MOVE SPACE TO WK-AUD-AFTER.
      *
           IF SOT-ACTION-CHANGE
             MOVE SOMO-REC TO SOMN-REC
             PERFORM MERGE-SOT-RTN
             IF WK-CHK-RESULT = SPACE
               PERFORM CHECK-SOMN-RTN
             END-IF
             IF WK-CHK-RESULT = SPACE
               MOVE WK-RUN-DATE TO NSOM-UPD-DATE
               MOVE "適用　　　　" TO WK-AUD-RESULT
               PERFORM EDIT-AUD-AFTER-RTN
               ADD 1 TO WK-APPLY-CNT
             ELSE
               MOVE SOMO-REC TO SOMN-REC
               MOVE WK-CHK-RESULT TO WK-AUD-RESULT
               ADD 1 TO WK-REJECT-CNT
             END-IF
             PERFORM WRITE-SOMN-RTN
           ELSE
             IF SOT-ACTION-DELETE
               MOVE "適用　　　　" TO WK-AUD-RESULT
               ADD 1 TO WK-APPLY-CNT
             ELSE
               MOVE SOMO-REC TO SOMN-REC
               PERFORM WRITE-SOMN-RTN
               IF SOT-ACTION-ADD
                 MOVE "却下：重複　" TO WK-AUD-RESULT
               ELSE
                 MOVE "却下：区分　" TO WK-AUD-RESULT
               END-IF
               ADD 1 TO WK-REJECT-CNT
             END-IF
           END-IF.
      *
           MOVE WK-SOT-KEY TO WK-PREV-APPLIED-KEY.
           PERFORM WRITE-AUD-RTN.
           PERFORM READ-SOT-RTN.
           PERFORM READ-SOMO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション項目反映処理
      *    （空白でない項目を新マスタへ移す。数字でない項目があれば
      *      形式不正とする）
      ******************************************************************
       MERGE-SOT-RTN                   SECTION.
           MOVE SPACE TO WK-CHK-RESULT.
           IF (SOT-SURYO NOT = SPACE AND SOT-SURYO NOT NUMERIC)
             OR (SOT-EIGYO-COD NOT = SPACE
                 AND SOT-EIGYO-COD NOT NUMERIC)
             OR (SOT-CYCLE-DAY NOT = SPACE
                 AND SOT-CYCLE-DAY NOT NUMERIC)
             OR (SOT-START-DATE NOT = SPACE
                 AND SOT-START-DATE NOT NUMERIC)
             OR (SOT-END-DATE NOT = SPACE
                 AND SOT-END-DATE NOT NUMERIC)
             MOVE "却下：形式不正　" TO WK-CHK-RESULT
             GO TO EXI
           END-IF.
      *
           IF SOT-SURYO NOT = SPACE
             MOVE SOT-SURYO TO NSOM-SURYO
           END-IF.
           IF SOT-EIGYO-COD NOT = SPACE
             MOVE SOT-EIGYO-COD TO NSOM-EIGYO-COD
           END-IF.
           IF SOT-CYCLE-KBN NOT = SPACE
             MOVE SOT-CYCLE-KBN TO NSOM-CYCLE-KBN
           END-IF.
           IF SOT-CYCLE-DAY NOT = SPACE
             MOVE SOT-CYCLE-DAY TO NSOM-CYCLE-DAY
           END-IF.
           IF SOT-START-DATE NOT = SPACE
             MOVE SOT-START-DATE TO NSOM-START-DATE
           END-IF.
           IF SOT-END-DATE NOT = SPACE
             MOVE SOT-END-DATE TO NSOM-END-DATE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    適用後内容検証処理
      *    （数量は１以上、営業所は数字２桁、周期区分は１〜３、周期日
      *      は毎週・隔週が１〜７・毎月が１〜３１、開始日付は必須、
      *      終了日付はゼロか開始日付以降）
      ******************************************************************
       CHECK-SOMN-RTN                  SECTION.
           MOVE SPACE TO WK-CHK-RESULT.
           IF NSOM-SURYO = ZERO
             MOVE "却下：数量不正　" TO WK-CHK-RESULT
             GO TO EXI
           END-IF.
           IF NSOM-EIGYO-COD NOT NUMERIC
             MOVE "却下：営業所不正" TO WK-CHK-RESULT
             GO TO EXI
           END-IF.
           IF NOT NSOM-CYCLE-WEEKLY
             AND NOT NSOM-CYCLE-BIWEEKLY
             AND NOT NSOM-CYCLE-MONTHLY
             MOVE "却下：周期不正　" TO WK-CHK-RESULT
             GO TO EXI
           END-IF.
           IF NSOM-CYCLE-DAY < 1
             OR (NSOM-CYCLE-MONTHLY AND NSOM-CYCLE-DAY > 31)
             OR (NOT NSOM-CYCLE-MONTHLY AND NSOM-CYCLE-DAY > 7)
             MOVE "却下：周期日不正" TO WK-CHK-RESULT
             GO TO EXI
           END-IF.
           IF NSOM-START-DATE = ZERO
             OR (NSOM-END-DATE NOT = ZERO
                 AND NSOM-END-DATE < NSOM-START-DATE)
             MOVE "却下：日付不正　" TO WK-CHK-RESULT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    監査リスト区分・キー編集処理
      ******************************************************************
       EDIT-AUD-HEAD-RTN               SECTION.
           IF SOT-ACTION-ADD
             MOVE "追加" TO WK-AUD-ACTION
           ELSE
             IF SOT-ACTION-CHANGE
               MOVE "変更" TO WK-AUD-ACTION
             ELSE
               IF SOT-ACTION-DELETE
                 MOVE "削除" TO WK-AUD-ACTION
               ELSE
                 MOVE SOT-ACTION-KBN TO WK-AUD-ACTION
               END-IF
             END-IF
           END-IF.
           MOVE SOT-TOKU-COD TO WK-AUD-TOKU-COD.
           MOVE SOT-SHOHIN-NO TO WK-AUD-SHOHIN-NO.
       EXI.
           EXIT.
      ******************************************************************
      *    監査リスト変更前内容編集処理（現行マスタ）
      ******************************************************************
       EDIT-AUD-BEFORE-RTN             SECTION.
           MOVE SPACE TO WK-AUD-BEFORE.
           MOVE SOM-SURYO TO WK-AUD-B-SURYO.
           MOVE SOM-EIGYO-COD TO WK-AUD-B-EIGYO.
           MOVE SOM-CYCLE-KBN TO WK-AUD-B-CYCLE.
           MOVE SOM-CYCLE-DAY TO WK-AUD-B-DAY.
           MOVE SOM-START-DATE TO WK-AUD-B-START.
           MOVE "-" TO WK-AUD-B-HYPHEN.
           MOVE SOM-END-DATE TO WK-AUD-B-END.
       EXI.
           EXIT.
      ******************************************************************
      *    監査リスト変更後内容編集処理（新マスタ）
      ******************************************************************
       EDIT-AUD-AFTER-RTN              SECTION.
           MOVE SPACE TO WK-AUD-AFTER.
           MOVE NSOM-SURYO TO WK-AUD-A-SURYO.
           MOVE NSOM-EIGYO-COD TO WK-AUD-A-EIGYO.
           MOVE NSOM-CYCLE-KBN TO WK-AUD-A-CYCLE.
           MOVE NSOM-CYCLE-DAY TO WK-AUD-A-DAY.
           MOVE NSOM-START-DATE TO WK-AUD-A-START.
           MOVE "-" TO WK-AUD-A-HYPHEN.
           MOVE NSOM-END-DATE TO WK-AUD-A-END.
       EXI.
           EXIT.
      ******************************************************************
      *    新マスタ書き込み処理
      ******************************************************************
       WRITE-SOMN-RTN                  SECTION.
           WRITE SOMN-REC.
           ADD 1 TO SOMN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    監査リスト明細行出力処理
      ******************************************************************
       WRITE-AUD-RTN                   SECTION.
           MOVE WK-AUD-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（監査リスト）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-SOMO-AVAIL-FLG = "Y"
             CLOSE SOMO-FILE
           END-IF.
           CLOSE SOT-FILE.
           CLOSE SOMN-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM078 SOMOLD=" SOMO-CNT.
           DISPLAY "*** KUBM078 SOT=" SOT-CNT.
           DISPLAY "*** KUBM078 SOMNEW=" SOMN-CNT.
           DISPLAY "*** KUBM078 APPLIED=" WK-APPLY-CNT.
           DISPLAY "*** KUBM078 REJECTED=" WK-REJECT-CNT.
      *
           IF WK-REJECT-CNT > ZERO
             DISPLAY "*** KUBM078 WARNING TRANSACTIONS REJECTED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM078 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM078" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           COMPUTE RNL-IN-CNT = SOMO-CNT + SOT-CNT.
           MOVE SOMN-CNT TO RNL-OUT-CNT.
           MOVE WK-REJECT-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
