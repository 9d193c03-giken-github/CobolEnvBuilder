       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM092.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：得意先別売上履歴更新（２４か月）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    月末締め（KUBM052J）の締め処理後に、得意先別累計マスタ
      *    （SUMOLD・KUCF061）の締め月の月次累計を旧売上履歴マスタ
      *    （HSTOLD・KUCF137）とキー（営業所コード／得意先コード）順
      *    のマッチングでマージし、新売上履歴マスタ（HSTNEW）を作成
      *    する。
      *    　・履歴の基準年月が締め月より前のレコードは、締め月を
      *    　　基準年月として月別売上を後ろへずらす。２４か月より
      *    　　古い月は捨てる
      *    　・締め月の売上は月次累計の年月が締め月と同じ得意先は
      *    　　その月次累計、締め月に売上の無い得意先はゼロとする
      *    　・再開後の締め直しでは、同じ締め月の売上を置き換える
      *    　・２４か月とも売上の無くなったレコードは引き継がない
      *    月次累計の年月が締め月より後の得意先（締め前に翌月分を
      *    計上済み）は締め月の売上を取り込めないため、件数を表示
      *    してRETURN-CODE 4とする。
      *    再開パラメタの実行では旧マスタをそのまま新マスタへ写す。
      *    ＜前提＞SUMOLDはKUBM042がキー順に書き出した累計マスタ、
      *    HSTOLDは前回の本プログラムがキー順に書き出した新マスタ
      *    である。順序不正は履歴が失われるおそれがあるためABEND
      *    （RC=16）とする。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL CLSPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT SUM-FILE
             ASSIGN TO EXTERNAL SUMOLD
               FILE STATUS IS WK-SUM-FILE-ERR.
           SELECT HSTO-FILE
             ASSIGN TO EXTERNAL HSTOLD
               FILE STATUS IS WK-HSTO-FILE-ERR.
           SELECT HSTN-FILE
             ASSIGN TO EXTERNAL HSTNEW
               FILE STATUS IS WK-HSTN-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF092.
       FD  SUM-FILE.
       01  SUM-REC.
           COPY KUCF061.
       FD  HSTO-FILE.
       01  HSTO-REC.
           COPY KUCF137.
       FD  HSTN-FILE.
       01  HSTN-REC                    PIC X(280).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HSTO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-HSTN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  SUM-END-FLG                 PIC X VALUE "Y".
       01  HSTO-END-FLG                PIC X VALUE "Y".
       01  HSTO-OPEN-FLG               PIC X VALUE "N".
       01  WK-MERGE-END-FLG            PIC X VALUE "N".
       01  SUM-CNT                     PIC 9(10) VALUE ZERO.
       01  HSTO-CNT                    PIC 9(10) VALUE ZERO.
       01  HSTN-CNT                    PIC 9(10) VALUE ZERO.
       01  WK-TORIKOMI-CNT             PIC 9(10) VALUE ZERO.
       01  WK-SAKI-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-SAKUJO-CNT               PIC 9(10) VALUE ZERO.
      *
       01  WK-ACTION-KBN               PIC X(1).
       01  WK-SHIME-YYYYMM             PIC 9(6) VALUE ZERO.
      *
      *年月の通算月数換算用（年×１２＋月−１）
       01  WK-YM-WORK.
           03  WK-YM-YYYY              PIC 9(4).
           03  WK-YM-MM                PIC 9(2).
       01  WK-YM-TSUKI-SU              PIC 9(6) VALUE ZERO.
       01  WK-SHIME-TSUKI-SU           PIC 9(6) VALUE ZERO.
       01  WK-KIJUN-TSUKI-SU           PIC 9(6) VALUE ZERO.
       01  WK-SHIFT-SU                 PIC 9(6) VALUE ZERO.
       01  WK-SLOT                     PIC 9(6) VALUE ZERO.
       01  WK-IDX                      PIC 9(4) VALUE ZERO.
       01  WK-SRC-IDX                  PIC 9(6) VALUE ZERO.
       01  WK-URIAGE-FLG               PIC X VALUE "N".
      *
      *マージ用キー（営業所コード＋得意先コード）
       01  WK-SUM-KEY                  PIC X(6) VALUE HIGH-VALUE.
       01  WK-HSTO-KEY                 PIC X(6) VALUE HIGH-VALUE.
      *
      *新売上履歴マスタ編集用
       01  WK-HSTN-REC.
           COPY KUCF137
               REPLACING LEADING ==HST== BY ==WHST==.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           IF WK-ACTION-KBN = "1"
             PERFORM MERGE-RTN UNTIL WK-MERGE-END-FLG = "Y"
           ELSE
             PERFORM COPY-RTN UNTIL HSTO-END-FLG = "Y"
           END-IF.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM092 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
      *
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM092 ABEND NOT CLSPRM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ PRM-FILE
             AT END
               DISPLAY "*** KUBM092 ABEND CLSPRM-FILE EMPTY"
               MOVE 12 TO RETURN-CODE
               CLOSE PRM-FILE
               STOP RUN
           END-READ.
           MOVE CLP-ACTION-KBN TO WK-ACTION-KBN.
           MOVE CLP-YYYYMM TO WK-SHIME-YYYYMM.
           CLOSE PRM-FILE.
           IF WK-ACTION-KBN NOT = "1" AND WK-ACTION-KBN NOT = "2"
             DISPLAY "*** KUBM092 ABEND INVALID ACTION-KBN="
                     WK-ACTION-KBN
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-SHIME-YYYYMM TO WK-YM-WORK.
           IF WK-SHIME-YYYYMM NOT NUMERIC
             OR WK-YM-MM < 1 OR WK-YM-MM > 12
             DISPLAY "*** KUBM092 ABEND INVALID YYYYMM="
                     WK-SHIME-YYYYMM
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CALC-TSUKI-SU-RTN.
           MOVE WK-YM-TSUKI-SU TO WK-SHIME-TSUKI-SU.
           DISPLAY "*** KUBM092 ACTION=" WK-ACTION-KBN
                   " YYYYMM=" WK-SHIME-YYYYMM.
      *
      *    旧売上履歴マスタが無い初回実行時は累計マスタのみから
      *    新マスタを作成する
           OPEN INPUT HSTO-FILE.
           IF WK-HSTO-FILE-ERR = 00
             MOVE "Y" TO HSTO-OPEN-FLG
             MOVE "N" TO HSTO-END-FLG
             PERFORM READ-HSTO-RTN
           ELSE
             DISPLAY "*** KUBM092 WARNING HSTOLD NOT AVAILABLE ***"
           END-IF.
      *
           IF WK-ACTION-KBN = "1"
             OPEN INPUT SUM-FILE
             IF WK-SUM-FILE-ERR NOT = 00
               DISPLAY "*** KUBM092 ABEND NOT SUMOLD-FILE"
               MOVE 13 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE "N" TO SUM-END-FLG
             PERFORM READ-SUM-RTN
           END-IF.
      *
           OPEN OUTPUT HSTN-FILE.
           IF WK-HSTN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM092 ABEND NOT HSTNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    通算月数計算処理（WK-YM-WORKの年月を通算月数にする）
      ******************************************************************
       CALC-TSUKI-SU-RTN               SECTION.
           COMPUTE WK-YM-TSUKI-SU = WK-YM-YYYY * 12 + WK-YM-MM - 1.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ読み込み処理
      *    （キー順であることを保証する）
      ******************************************************************
       READ-SUM-RTN                    SECTION.
           READ SUM-FILE
             AT END
               MOVE "Y" TO SUM-END-FLG
               MOVE HIGH-VALUE TO WK-SUM-KEY
               GO TO EXI
           END-READ.
           ADD 1 TO SUM-CNT.
           IF SUM-EIGYO-COD < WK-SUM-KEY(1:2)
             AND WK-SUM-KEY NOT = HIGH-VALUE
             DISPLAY "*** KUBM092 ABEND SUMOLD OUT OF SEQUENCE"
             DISPLAY "*** EIGYO-COD=" SUM-EIGYO-COD
                     " TOKU-COD=" SUM-TOKU-COD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF SUM-EIGYO-COD = WK-SUM-KEY(1:2)
             AND SUM-TOKU-COD NOT > WK-SUM-KEY(3:4)
             DISPLAY "*** KUBM092 ABEND SUMOLD OUT OF SEQUENCE"
             DISPLAY "*** EIGYO-COD=" SUM-EIGYO-COD
                     " TOKU-COD=" SUM-TOKU-COD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SUM-EIGYO-COD TO WK-SUM-KEY(1:2).
           MOVE SUM-TOKU-COD TO WK-SUM-KEY(3:4).
       EXI.
           EXIT.
      ******************************************************************
      *    旧売上履歴マスタ読み込み処理
      *    （キー順であることを保証する）
      ******************************************************************
       READ-HSTO-RTN                   SECTION.
           READ HSTO-FILE
             AT END
               MOVE "Y" TO HSTO-END-FLG
               MOVE HIGH-VALUE TO WK-HSTO-KEY
               GO TO EXI
           END-READ.
           ADD 1 TO HSTO-CNT.
           IF HST-EIGYO-COD < WK-HSTO-KEY(1:2)
             AND WK-HSTO-KEY NOT = HIGH-VALUE
             DISPLAY "*** KUBM092 ABEND HSTOLD OUT OF SEQUENCE"
             DISPLAY "*** EIGYO-COD=" HST-EIGYO-COD
                     " TOKU-COD=" HST-TOKU-COD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF HST-EIGYO-COD = WK-HSTO-KEY(1:2)
             AND HST-TOKU-COD NOT > WK-HSTO-KEY(3:4)
             DISPLAY "*** KUBM092 ABEND HSTOLD OUT OF SEQUENCE"
             DISPLAY "*** EIGYO-COD=" HST-EIGYO-COD
                     " TOKU-COD=" HST-TOKU-COD
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE HST-EIGYO-COD TO WK-HSTO-KEY(1:2).
           MOVE HST-TOKU-COD TO WK-HSTO-KEY(3:4).
       EXI.
           EXIT.
      ******************************************************************
      *    再開時の引き継ぎ処理（旧マスタ１件をそのまま写す）
      ******************************************************************
       COPY-RTN                        SECTION.
           MOVE HSTO-REC TO HSTN-REC.
           WRITE HSTN-REC.
           ADD 1 TO HSTN-CNT.
           PERFORM READ-HSTO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（キーの小さい側から新マスタへ書き出すマージ）
      ******************************************************************
       MERGE-RTN                       SECTION.
           IF WK-SUM-KEY = HIGH-VALUE AND WK-HSTO-KEY = HIGH-VALUE
             MOVE "Y" TO WK-MERGE-END-FLG
             GO TO EXI
           END-IF.
      *
           IF WK-HSTO-KEY < WK-SUM-KEY
      *      累計マスタに無い得意先：月別売上をずらして引き継ぐ
             PERFORM SET-FROM-OLD-RTN
             PERFORM WRITE-HSTN-RTN
             PERFORM READ-HSTO-RTN
           ELSE
             IF WK-SUM-KEY < WK-HSTO-KEY
      *        履歴の無い得意先：締め月の売上から履歴を起こす
               MOVE SPACE TO WK-HSTN-REC
               PERFORM CLEAR-TSUKI-RTN
                 VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > 24
               MOVE SUM-EIGYO-COD TO WHST-EIGYO-COD
               MOVE SUM-TOKU-COD TO WHST-TOKU-COD
               MOVE WK-SHIME-YYYYMM TO WHST-KIJUN-YYYYMM
               MOVE WK-SHIME-TSUKI-SU TO WK-KIJUN-TSUKI-SU
               PERFORM SET-SHIME-RTN
               PERFORM WRITE-HSTN-RTN
               PERFORM READ-SUM-RTN
             ELSE
      *        既存得意先：ずらした上で締め月の売上を設定する
               PERFORM SET-FROM-OLD-RTN
               PERFORM SET-SHIME-RTN
               PERFORM WRITE-HSTN-RTN
               PERFORM READ-HSTO-RTN
               PERFORM READ-SUM-RTN
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    月別売上初期化処理（１か月分）
      ******************************************************************
       CLEAR-TSUKI-RTN                 SECTION.
           MOVE ZERO TO WHST-TSUKI-KINGAKU(WK-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    旧マスタ値の編集処理
      *    （基準年月が締め月より前なら締め月を基準年月として月別
      *      売上を後ろへずらす）
      ******************************************************************
       SET-FROM-OLD-RTN                SECTION.
           MOVE HSTO-REC TO WK-HSTN-REC.
           MOVE WHST-KIJUN-YYYYMM TO WK-YM-WORK.
           PERFORM CALC-TSUKI-SU-RTN.
           MOVE WK-YM-TSUKI-SU TO WK-KIJUN-TSUKI-SU.
           IF WK-KIJUN-TSUKI-SU >= WK-SHIME-TSUKI-SU
             GO TO EXI
           END-IF.
           COMPUTE WK-SHIFT-SU = WK-SHIME-TSUKI-SU - WK-KIJUN-TSUKI-SU.
           PERFORM SHIFT-RTN
             VARYING WK-IDX FROM 24 BY -1
               UNTIL WK-IDX < 1.
           MOVE WK-SHIME-YYYYMM TO WHST-KIJUN-YYYYMM.
           MOVE WK-SHIME-TSUKI-SU TO WK-KIJUN-TSUKI-SU.
       EXI.
           EXIT.
      ******************************************************************
      *    月別売上ずらし処理（１か月分）
      ******************************************************************
       SHIFT-RTN                       SECTION.
           IF WK-IDX > WK-SHIFT-SU
             COMPUTE WK-SRC-IDX = WK-IDX - WK-SHIFT-SU
             MOVE WHST-TSUKI-KINGAKU(WK-SRC-IDX)
               TO WHST-TSUKI-KINGAKU(WK-IDX)
           ELSE
             MOVE ZERO TO WHST-TSUKI-KINGAKU(WK-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    締め月売上設定処理
      *    （月次累計の年月が締め月なら月次累計、締め月より前なら
      *      ゼロ。締め月より後は取り込めないため件数を数える）
      ******************************************************************
       SET-SHIME-RTN                   SECTION.
           COMPUTE WK-SLOT = WK-KIJUN-TSUKI-SU - WK-SHIME-TSUKI-SU + 1.
           IF WK-SLOT > 24
             GO TO EXI
           END-IF.
           IF SUM-MTD-YYYYMM > WK-SHIME-YYYYMM
             DISPLAY "*** KUBM092 WARNING SUMOLD ALREADY IN "
                     SUM-MTD-YYYYMM " EIGYO-COD=" SUM-EIGYO-COD
                     " TOKU-COD=" SUM-TOKU-COD
             ADD 1 TO WK-SAKI-CNT
             GO TO EXI
           END-IF.
           IF SUM-MTD-YYYYMM = WK-SHIME-YYYYMM
             MOVE SUM-MTD-KINGAKU TO WHST-TSUKI-KINGAKU(WK-SLOT)
             ADD 1 TO WK-TORIKOMI-CNT
           ELSE
             MOVE ZERO TO WHST-TSUKI-KINGAKU(WK-SLOT)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    新売上履歴マスタ書き込み処理
      *    （２４か月とも売上の無いレコードは書き出さない）
      ******************************************************************
       WRITE-HSTN-RTN                  SECTION.
           MOVE "N" TO WK-URIAGE-FLG.
           PERFORM CHECK-URIAGE-RTN
             VARYING WK-IDX FROM 1 BY 1
               UNTIL WK-IDX > 24 OR WK-URIAGE-FLG = "Y".
           IF WK-URIAGE-FLG = "N"
             ADD 1 TO WK-SAKUJO-CNT
             GO TO EXI
           END-IF.
           MOVE WK-HSTN-REC TO HSTN-REC.
           WRITE HSTN-REC.
           ADD 1 TO HSTN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    売上有無判定処理（１か月分）
      ******************************************************************
       CHECK-URIAGE-RTN                SECTION.
           IF WHST-TSUKI-KINGAKU(WK-IDX) NOT = ZERO
             MOVE "Y" TO WK-URIAGE-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           IF HSTO-OPEN-FLG = "Y"
             CLOSE HSTO-FILE
           END-IF.
           IF WK-ACTION-KBN = "1"
             CLOSE SUM-FILE
           END-IF.
           CLOSE HSTN-FILE.
           DISPLAY "*** KUBM092 SUMOLD=" SUM-CNT.
           DISPLAY "*** KUBM092 HSTOLD=" HSTO-CNT.
           DISPLAY "*** KUBM092 HSTNEW=" HSTN-CNT.
           DISPLAY "*** KUBM092 POSTED=" WK-TORIKOMI-CNT.
           DISPLAY "*** KUBM092 DROPPED=" WK-SAKUJO-CNT.
           DISPLAY "*** KUBM092 SUM-AHEAD=" WK-SAKI-CNT.
           IF WK-SAKI-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM092 SUMOLD ALREADY PAST CLOSE MONTH ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM092 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM092" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE SUM-CNT TO RNL-IN-CNT.
           MOVE HSTN-CNT TO RNL-OUT-CNT.
           MOVE WK-SAKI-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
