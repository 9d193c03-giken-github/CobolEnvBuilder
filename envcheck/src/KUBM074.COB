       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM074.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：得意先マスタ残高洗い替え
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先別未消込請求額を索引の作業
      *    　　　　　　　　ファイル（OPTWK）へ合算して件数の
      *    　　　　　　　　上限を撤廃
      ******************************************************************
      *    得意先マスタ（TOKMOLD・KUCF020）と売掛金残高マスタ（ARB・
      *    KUCF026）を得意先コード順に突合し、得意先ごとの未回収残高
      *    （当月・３０日・６０日・９０日超バケットの合計から未充当
      *    （過入金）を差し引いた純額）で TOKM-OPEN-BALANCE を洗い
      *    替えた新マスタ（TOKMNEW）を作成する。残高マスタに行の無い
      *    得意先は未消込請求マスタ（OPI・KUCF063）の未回収額合計を
      *    残高とし、どちらにも無い得意先は残高ゼロとする。
      *    残高の変わった得意先は変更前後と増減額を差異リスト（RPT）
      *    へ印字する。KUBM040の与信チェックが保守トランザクション
      *    で手入力された古い残高ではなく、入金サブシステムの実残高
      *    で判定できるようにするための夜間バッチである。
      *    残高マスタにあって得意先マスタに無いコードは差異リストへ
      *    未登録として印字し、RETURN-CODE 4で警告する。
      *    得意先別の未消込請求額は得意先コードをキーとする索引の作業
      *    ファイル（OPTWK）に合算するため、件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TOKO-FILE
             ASSIGN TO EXTERNAL TOKMOLD
               FILE STATUS IS WK-TOKO-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT OPI-FILE
             ASSIGN TO EXTERNAL OPI
               FILE STATUS IS WK-OPI-FILE-ERR.
           SELECT TOKN-FILE
             ASSIGN TO EXTERNAL TOKMNEW
               FILE STATUS IS WK-TOKN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT OPTW-FILE
             ASSIGN TO EXTERNAL OPTWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPTW-TOKU
               FILE STATUS IS WK-OPTW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  TOKO-FILE.
       01  TOKO-REC.
           COPY KUCF020.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026.
       FD  OPI-FILE.
       01  OPI-REC.
           COPY KUCF063.
       FD  TOKN-FILE.
       01  TOKN-REC.
           COPY KUCF020
               REPLACING LEADING ==TOKM== BY ==NTOK==.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(110).
      *得意先別未消込請求額作業ファイル（OPIを得意先単位に合算する）
       FD  OPTW-FILE.
       01  OPTW-REC.
           03  OPTW-TOKU               PIC X(4).
           03  OPTW-OPEN               PIC S9(12).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-TOKO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPTW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  TOKO-END-FLG                PIC X VALUE "Y".
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  OPI-END-FLG                 PIC X VALUE "Y".
       01  TOKO-CNT                    PIC 9(10) VALUE ZERO.
       01  ARB-CNT                     PIC 9(10) VALUE ZERO.
       01  OPI-CNT                     PIC 9(10) VALUE ZERO.
       01  TOKN-CNT                    PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-CHANGE-CNT               PIC 9(10) VALUE ZERO.
       01  WK-ORPHAN-CNT               PIC 9(10) VALUE ZERO.
      *
      *順序チェック用（前回読み込みキー）
       01  WK-TOKO-PREV-KEY            PIC X(4) VALUE LOW-VALUE.
       01  WK-ARB-PREV-KEY             PIC X(4) VALUE LOW-VALUE.
      *突合用現在キー（終了時はHIGH-VALUE）
       01  WK-TOKO-KEY                 PIC X(4) VALUE HIGH-VALUE.
       01  WK-ARB-KEY                  PIC X(4) VALUE HIGH-VALUE.
      *
      *処理中得意先の残高
       01  WK-OLD-BALANCE              PIC S9(11) VALUE ZERO.
       01  WK-NEW-BALANCE              PIC S9(11) VALUE ZERO.
       01  WK-DIFF-BALANCE             PIC S9(11) VALUE ZERO.
       01  WK-ARB-BALANCE              PIC S9(11) VALUE ZERO.
       01  WK-OPI-BALANCE              PIC S9(12) VALUE ZERO.
       01  WK-BASIS                    PIC X(12) VALUE SPACE.
       01  WK-OLD-TOTAL                PIC S9(13) VALUE ZERO.
       01  WK-NEW-TOTAL                PIC S9(13) VALUE ZERO.
      *
      *得意先別未消込請求額（未消込請求マスタが無い実行は残高
      *マスタのみで洗い替える）
       01  WK-OPI-LOADED-FLG           PIC X VALUE "N".
      *作業ファイル検索キーと検索結果
       01  WK-OPT-KEY                  PIC X(4) VALUE SPACE.
       01  WK-OPT-FOUND-FLG            PIC X VALUE "N".
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *差異リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　残高洗替差異リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE
             "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　変更前残高".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　変更後残高".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "　　　　増減額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE
             "　　未消込請求額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "算出根拠".
      *
      *差異リスト明細行
       01  WK-VAR-LINE.
           03  WK-VAR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-VAR-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-VAR-OLD              PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-VAR-NEW              PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-VAR-DIFF             PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-VAR-OPI              PIC ----,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-VAR-BASIS            PIC X(12).
      *
      *差異リスト合計行
       01  WK-SUM-LINE.
           03  WK-SUM-LABEL            PIC X(26).
           03  WK-SUM-OLD              PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUM-NEW              PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUM-DIFF             PIC ---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(26).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN
             UNTIL WK-TOKO-KEY = HIGH-VALUE AND WK-ARB-KEY = HIGH-VALUE.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM074 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
      *
      *    洗い替える元のマスタと残高の出所はどちらも必須とする
      *    （残高マスタ無しで実行すると全得意先の残高がゼロになる）
           OPEN INPUT TOKO-FILE.
           IF WK-TOKO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM074 ABEND NOT TOKMOLD-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR NOT = 00
             DISPLAY "*** KUBM074 ABEND NOT ARB-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT TOKN-FILE.
           IF WK-TOKN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM074 ABEND NOT TOKMNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM074 ABEND NOT RPT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           PERFORM LOAD-OPI-RTN.
      *
           MOVE "N" TO TOKO-END-FLG.
           PERFORM READ-TOKO-RTN.
           MOVE "N" TO ARB-END-FLG.
           PERFORM READ-ARB-RTN.
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
      *    未消込請求マスタ読み込み処理
      *    （未回収の請求書を得意先単位に合算する。マスタが無い場合
      *      は残高マスタのみで洗い替える縮退運転とする）
      ******************************************************************
       LOAD-OPI-RTN                    SECTION.
      *    マスタが無い場合も検索できるよう、作業ファイルは先に空で
      *    作成し、合算のため更新モードで使用する
           OPEN OUTPUT OPTW-FILE.
           IF WK-OPTW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM074 ABEND NOT OPTWK-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE OPTW-FILE.
           OPEN I-O OPTW-FILE.
           OPEN INPUT OPI-FILE.
           IF WK-OPI-FILE-ERR = 00
             MOVE "N" TO OPI-END-FLG
             PERFORM LOAD-OPI-READ-RTN
               UNTIL OPI-END-FLG = "Y"
             CLOSE OPI-FILE
             MOVE "Y" TO WK-OPI-LOADED-FLG
           ELSE
             DISPLAY "*** KUBM074 WARNING OPI NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-OPI-READ-RTN               SECTION.
           READ OPI-FILE
             AT END
               MOVE "Y" TO OPI-END-FLG
             NOT AT END
               ADD 1 TO OPI-CNT
               IF OPI-STATUS-OPEN
                 PERFORM ADD-OPT-RTN
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別未消込請求額合算処理（未回収の請求書１件分）
      ******************************************************************
       ADD-OPT-RTN                     SECTION.
           MOVE OPI-TOKU-COD TO WK-OPT-KEY.
           PERFORM FIND-OPT-RTN.
           IF WK-OPT-FOUND-FLG = "Y"
             COMPUTE OPTW-OPEN = OPTW-OPEN + OPI-OPEN-KINGAKU
             REWRITE OPTW-REC
           ELSE
             MOVE OPI-TOKU-COD TO OPTW-TOKU
             MOVE OPI-OPEN-KINGAKU TO OPTW-OPEN
             WRITE OPTW-REC
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別未消込請求額検索処理（WK-OPT-KEYの得意先）
      ******************************************************************
       FIND-OPT-RTN                    SECTION.
           MOVE "N" TO WK-OPT-FOUND-FLG.
           MOVE WK-OPT-KEY TO OPTW-TOKU.
           READ OPTW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-OPT-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ読み込み処理（順序チェック付き）
      ******************************************************************
       READ-TOKO-RTN                   SECTION.
           READ TOKO-FILE
             AT END
               MOVE "Y" TO TOKO-END-FLG
               MOVE HIGH-VALUE TO WK-TOKO-KEY
             NOT AT END
               ADD 1 TO TOKO-CNT
               IF TOKM-TOKU-COD < WK-TOKO-PREV-KEY
                 DISPLAY "*** KUBM074 ABEND TOKMOLD OUT OF SEQUENCE"
                 DISPLAY "*** TOKU-COD=" TOKM-TOKU-COD
                 MOVE 16 TO RETURN-CODE
                 CLOSE TOKN-FILE
                 CLOSE RPT-FILE
                 STOP RUN
               END-IF
               MOVE TOKM-TOKU-COD TO WK-TOKO-PREV-KEY
               MOVE TOKM-TOKU-COD TO WK-TOKO-KEY
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（順序チェック付き）
      ******************************************************************
       READ-ARB-RTN                    SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO ARB-END-FLG
               MOVE HIGH-VALUE TO WK-ARB-KEY
             NOT AT END
               ADD 1 TO ARB-CNT
               IF ARB-TOKU-COD < WK-ARB-PREV-KEY
                 DISPLAY "*** KUBM074 ABEND ARB OUT OF SEQUENCE"
                 DISPLAY "*** TOKU-COD=" ARB-TOKU-COD
                 MOVE 16 TO RETURN-CODE
                 CLOSE TOKN-FILE
                 CLOSE RPT-FILE
                 STOP RUN
               END-IF
               MOVE ARB-TOKU-COD TO WK-ARB-PREV-KEY
               MOVE ARB-TOKU-COD TO WK-ARB-KEY
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（得意先マスタ・残高マスタの突合）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF WK-ARB-KEY < WK-TOKO-KEY
             PERFORM ORPHAN-ARB-RTN
           ELSE
             PERFORM REFRESH-TOKM-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ未登録残高処理
      *    （残高マスタにだけある得意先は新マスタへは追加せず、差異
      *      リストへ未登録として印字する）
      ******************************************************************
       ORPHAN-ARB-RTN                  SECTION.
           COMPUTE WK-ARB-BALANCE =
             ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90
             - ARB-UNAPPLIED.
           MOVE ARB-TOKU-COD TO WK-OPT-KEY.
           PERFORM GET-OPI-BALANCE-RTN.
      *
           MOVE ARB-TOKU-COD TO WK-VAR-TOKU-COD.
           MOVE "＊マスタ未登録＊" TO WK-VAR-TOKU-MEI.
           MOVE ZERO TO WK-VAR-OLD.
           MOVE WK-ARB-BALANCE TO WK-VAR-NEW.
           MOVE WK-ARB-BALANCE TO WK-VAR-DIFF.
           MOVE WK-OPI-BALANCE TO WK-VAR-OPI.
           MOVE "未反映" TO WK-VAR-BASIS.
           PERFORM WRITE-VAR-RTN.
           ADD 1 TO WK-ORPHAN-CNT.
      *
           PERFORM READ-ARB-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先残高洗い替え処理（得意先マスタ１件分）
      *    （残高マスタの純残高を優先し、残高マスタに無い得意先は
      *      未消込請求額、どちらにも無い得意先はゼロとする）
      ******************************************************************
       REFRESH-TOKM-RTN                SECTION.
           IF TOKM-OPEN-BALANCE NUMERIC
             MOVE TOKM-OPEN-BALANCE TO WK-OLD-BALANCE
           ELSE
             MOVE ZERO TO WK-OLD-BALANCE
           END-IF.
           MOVE TOKM-TOKU-COD TO WK-OPT-KEY.
           PERFORM GET-OPI-BALANCE-RTN.
      *
           IF WK-ARB-KEY = WK-TOKO-KEY
             COMPUTE WK-NEW-BALANCE =
               ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90
               - ARB-UNAPPLIED
             MOVE "残高マスタ" TO WK-BASIS
             PERFORM READ-ARB-RTN
           ELSE
             IF WK-OPT-FOUND-FLG = "Y"
               MOVE WK-OPI-BALANCE TO WK-NEW-BALANCE
               MOVE "未消込請求" TO WK-BASIS
             ELSE
               MOVE ZERO TO WK-NEW-BALANCE
               MOVE "残高なし" TO WK-BASIS
             END-IF
           END-IF.
      *
           MOVE TOKO-REC TO TOKN-REC.
           MOVE WK-NEW-BALANCE TO NTOK-OPEN-BALANCE.
           WRITE TOKN-REC.
           ADD 1 TO TOKN-CNT.
           COMPUTE WK-OLD-TOTAL = WK-OLD-TOTAL + WK-OLD-BALANCE.
           COMPUTE WK-NEW-TOTAL = WK-NEW-TOTAL + WK-NEW-BALANCE.
      *
           IF WK-NEW-BALANCE NOT = WK-OLD-BALANCE
             COMPUTE WK-DIFF-BALANCE = WK-NEW-BALANCE - WK-OLD-BALANCE
             MOVE TOKM-TOKU-COD TO WK-VAR-TOKU-COD
             MOVE TOKM-TOKU-MEI TO WK-VAR-TOKU-MEI
             MOVE WK-OLD-BALANCE TO WK-VAR-OLD
             MOVE WK-NEW-BALANCE TO WK-VAR-NEW
             MOVE WK-DIFF-BALANCE TO WK-VAR-DIFF
             MOVE WK-OPI-BALANCE TO WK-VAR-OPI
             MOVE WK-BASIS TO WK-VAR-BASIS
             PERFORM WRITE-VAR-RTN
             ADD 1 TO WK-CHANGE-CNT
           END-IF.
      *
           PERFORM READ-TOKO-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別未消込請求額取得処理（WK-OPT-KEYの得意先）
      ******************************************************************
       GET-OPI-BALANCE-RTN             SECTION.
           PERFORM FIND-OPT-RTN.
           IF WK-OPT-FOUND-FLG = "Y"
             MOVE OPTW-OPEN TO WK-OPI-BALANCE
           ELSE
             MOVE ZERO TO WK-OPI-BALANCE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    差異リスト明細行出力処理
      ******************************************************************
       WRITE-VAR-RTN                   SECTION.
           MOVE WK-VAR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（差異リスト）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    差異リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊残高合計＊" TO WK-SUM-LABEL.
           MOVE WK-OLD-TOTAL TO WK-SUM-OLD.
           MOVE WK-NEW-TOTAL TO WK-SUM-NEW.
           COMPUTE WK-SUM-DIFF = WK-NEW-TOTAL - WK-OLD-TOTAL.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "得意先マスタ件数" TO WK-CNT-LABEL.
           MOVE TOKO-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "残高変動件数" TO WK-CNT-LABEL.
           MOVE WK-CHANGE-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "マスタ未登録件数" TO WK-CNT-LABEL.
           MOVE WK-ORPHAN-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           IF WK-OPI-LOADED-FLG NOT = "Y"
             MOVE SPACE TO RPT-REC
             MOVE "＊残高マスタのみで洗い替え＊"
               TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    差異リスト件数行出力処理
      ******************************************************************
       WRITE-CNT-RTN                   SECTION.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           PERFORM WRITE-SUMMARY-RTN.
           CLOSE TOKO-FILE.
           CLOSE ARB-FILE.
           CLOSE TOKN-FILE.
           CLOSE RPT-FILE.
           CLOSE OPTW-FILE.
           DISPLAY "*** KUBM074 TOKMOLD=" TOKO-CNT.
           DISPLAY "*** KUBM074 ARB=" ARB-CNT.
           DISPLAY "*** KUBM074 OPI=" OPI-CNT.
           DISPLAY "*** KUBM074 TOKMNEW=" TOKN-CNT.
           DISPLAY "*** KUBM074 CHANGED=" WK-CHANGE-CNT.
           DISPLAY "*** KUBM074 NOT-IN-TOKM=" WK-ORPHAN-CNT.
      *
           IF WK-ORPHAN-CNT > ZERO
             DISPLAY "*** KUBM074 WARNING ARB CUSTOMER NOT IN TOKM ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM074 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM074" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE TOKO-CNT TO RNL-IN-CNT.
           MOVE TOKN-CNT TO RNL-OUT-CNT.
           MOVE WK-ORPHAN-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
