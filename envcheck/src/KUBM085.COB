       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM085.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：貸倒償却
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：残高・未消込請求・償却済みを索引
      *    　　　　　　　　の作業ファイル（ARBWK・OPIWK・
      *    　　　　　　　　BDRWK）へ展開して件数の上限を撤廃
      ******************************************************************
      *    経理が承認した貸倒償却トランザクション（BDT・KUCF121）に
      *    ついて、回収不能となった売掛金を償却する。償却１件ごとに
      *    次の処理を行う。
      *    　・売掛金残高マスタ（ARBOLD・KUCF026）の年齢別バケットを
      *    　　古いバケット（９０日超）から順に償却額だけ減額し、
      *    　　貸倒償却区分を１＝償却済みとした新世代（ARBNEW）
      *    　・未消込請求マスタ（OPIOLD・KUCF063）の未回収額を償却額
      *    　　だけ減額した新世代（OPINEW）。請求書番号の指定がある
      *    　　場合はその請求書から、無い場合は当該得意先の未回収
      *    　　請求書から請求書番号順に減額し、ゼロになった請求書は
      *    　　消込済みとする
      *    　・貸倒台帳（BDROLD→BDRNEW・KUCF122）への記録（承認者・
      *    　　承認日・償却理由を残す）
      *    償却済みの得意先は督促状作成KUBM061の対象から外し、以後の
      *    入金は入金消込KUBM056が償却債権の回収として扱う。
      *    償却額は実行時点の残高を上限とし、残高マスタに無い得意先、
      *    承認者・承認日・理由の無いもの、残高（請求書指定時は請求書
      *    の未回収額）を超えるもの、同じ内容で償却済みのものはエラー
      *    として処理リスト（RPT）へ印字し、何も更新せずRETURN-CODE
      *    4で警告する。
      *    残高は得意先コードを、未消込請求は請求書番号をキーとする
      *    索引の作業ファイル（ARBWK・OPIWK）に展開してキー順に新世代
      *    へ書き戻し、償却済みの照合も作業ファイル（BDRWK）で行う
      *    ため、件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT BDT-FILE
             ASSIGN TO EXTERNAL BDT
               FILE STATUS IS WK-BDT-FILE-ERR.
           SELECT ARBO-FILE
             ASSIGN TO EXTERNAL ARBOLD
               FILE STATUS IS WK-ARBO-FILE-ERR.
           SELECT ARBN-FILE
             ASSIGN TO EXTERNAL ARBNEW
               FILE STATUS IS WK-ARBN-FILE-ERR.
           SELECT OPIO-FILE
             ASSIGN TO EXTERNAL OPIOLD
               FILE STATUS IS WK-OPIO-FILE-ERR.
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT BDRO-FILE
             ASSIGN TO EXTERNAL BDROLD
               FILE STATUS IS WK-BDRO-FILE-ERR.
           SELECT BDRN-FILE
             ASSIGN TO EXTERNAL BDRNEW
               FILE STATUS IS WK-BDRN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT ARBW-FILE
             ASSIGN TO EXTERNAL ARBWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARBW-TOKU
               FILE STATUS IS WK-ARBW-FILE-ERR.
           SELECT OPIW-FILE
             ASSIGN TO EXTERNAL OPIWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPIW-SEI-NO
               FILE STATUS IS WK-OPIW-FILE-ERR.
           SELECT BDRW-FILE
             ASSIGN TO EXTERNAL BDRWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDRW-KEY
               FILE STATUS IS WK-BDRW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  BDT-FILE.
       01  BDT-REC.
           COPY KUCF121.
       FD  ARBO-FILE.
       01  ARBO-REC.
           COPY KUCF026.
       FD  ARBN-FILE.
       01  ARBN-REC                    PIC X(80).
       FD  OPIO-FILE.
       01  OPIO-REC.
           COPY KUCF063.
       FD  OPIN-FILE.
       01  OPIN-REC                    PIC X(72).
       FD  BDRO-FILE.
       01  BDRO-REC.
           COPY KUCF122.
       FD  BDRN-FILE.
       01  BDRN-REC.
           COPY KUCF122
               REPLACING LEADING ==BDR== BY ==NBDR==.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *売掛金残高作業ファイル（旧世代の全件を展開し、償却した得意先
      *の残高を更新して終了処理で新世代へ書き戻す）
       FD  ARBW-FILE.
       01  ARBW-REC.
           03  ARBW-TOKU               PIC X(4).
           03  ARBW-DATA               PIC X(80).
      *未消込請求作業ファイル（同上）
       FD  OPIW-FILE.
       01  OPIW-REC.
           03  OPIW-SEI-NO             PIC 9(8).
           03  OPIW-DATA               PIC X(72).
      *償却済み作業ファイル（旧世代貸倒台帳の償却分と当実行の償却分。
      *同じ得意先・請求書・金額・承認日の二重償却を防ぐ）
       FD  BDRW-FILE.
       01  BDRW-REC.
           03  BDRW-KEY.
             05  BDRW-TOKU             PIC X(4).
             05  BDRW-SEI-NO           PIC 9(8).
             05  BDRW-KINGAKU          PIC S9(11).
             05  BDRW-SHONIN-DATE      PIC 9(8).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-BDT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDRO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDRW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  BDT-END-FLG                 PIC X VALUE "Y".
       01  ARBO-END-FLG                PIC X VALUE "Y".
       01  OPIO-END-FLG                PIC X VALUE "Y".
       01  BDRO-END-FLG                PIC X VALUE "Y".
       01  WK-ARBW-END-FLG             PIC X VALUE "Y".
       01  WK-OPIW-END-FLG             PIC X VALUE "Y".
       01  BDT-CNT                     PIC 9(10) VALUE ZERO.
       01  ARBO-CNT                    PIC 9(10) VALUE ZERO.
       01  ARBN-CNT                    PIC 9(10) VALUE ZERO.
       01  OPIO-CNT                    PIC 9(10) VALUE ZERO.
       01  OPIN-CNT                    PIC 9(10) VALUE ZERO.
       01  BDRO-CNT                    PIC 9(10) VALUE ZERO.
       01  BDRN-CNT                    PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-SHOKYAKU-CNT             PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
      *
      *作業ファイル検索結果
       01  WK-ARB-FOUND-FLG            PIC X VALUE "N".
       01  WK-OPI-FOUND-FLG            PIC X VALUE "N".
       01  WK-BDR-FOUND-FLG            PIC X VALUE "N".
      *
      *作業ファイル検索キー
       01  WK-SEARCH-NO                PIC 9(8) VALUE ZERO.
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *未消込請求・残高の参照更新用作業領域
       01  WK-OPIW-REC.
           COPY KUCF063
               REPLACING LEADING ==OPI== BY ==WOPI==.
       01  WK-ARBW-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==WARB==.
      *
      *貸倒台帳番号（旧世代貸倒台帳の最大番号＋１から採番）
       01  WK-NEXT-BDR-NO              PIC 9(8) VALUE 1.
       01  WK-BDR-NO                   PIC 9(8) VALUE ZERO.
      *
      *償却１件分の金額
       01  WK-SHOKYAKU-AMT             PIC S9(11) VALUE ZERO.
       01  WK-ZAN-BEFORE               PIC S9(12) VALUE ZERO.
       01  WK-ZAN-AFTER                PIC S9(12) VALUE ZERO.
       01  WK-REMAIN                   PIC S9(12) VALUE ZERO.
       01  WK-OPI-REMAIN               PIC S9(12) VALUE ZERO.
       01  WK-SHOKYAKU-TOTAL           PIC S9(13) VALUE ZERO.
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
      *
      *残高バケット（１＝当月・２＝３０日・３＝６０日・４＝９０日超）
       01  WK-BKT-TBL.
           03  WK-BKT                  PIC S9(11) OCCURS 4 TIMES.
       01  WK-BKT-IDX                  PIC S9(2) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *入力チェック結果連絡領域（共通暦日チェックKUBS030の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
       01  WK-CHK-DATE                 PIC 9(8) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　貸倒償却処理リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "台帳番号".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　　償却額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　償却前残高".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　償却後残高".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "承認者".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "償却理由".
      *
      *処理リスト明細行（償却１件分。請求書指定なしは請求書欄空白）
       01  WK-RPT-LINE.
           03  WK-RPT-BDR-NO           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SEI-NO           PIC X(8).
           03  WK-RPT-SEI-NO-E REDEFINES WK-RPT-SEI-NO
                                       PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BEFORE           PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-AFTER            PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHONIN-SHA       PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU             PIC X(30).
      *
      *処理リストエラー行
       01  WK-ERR-LINE.
           03  FILLER                  PIC X(8) VALUE SPACE.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-SEI-NO           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "＊エラー".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-LINE-MSG         PIC X(30).
      *
      *合計行
       01  WK-SUM-LINE.
           03  WK-SUM-LABEL            PIC X(24).
           03  WK-SUM-KINGAKU          PIC ---,---,---,--9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL BDT-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM085 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
      *
           OPEN INPUT BDT-FILE.
           IF WK-BDT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT BDT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *    残高・未消込請求はいずれも全件を新世代へ引き継ぐため必須
      *    とする（欠けたまま新世代を作ると残高や消込状態が失われる）
           PERFORM LOAD-ARBO-RTN.
           PERFORM LOAD-OPIO-RTN.
           PERFORM LOAD-BDRO-RTN.
      *
           OPEN OUTPUT BDRN-FILE.
           IF WK-BDRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT BDRNEW-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COPY-BDRO-RTN.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT RPT-FILE"
             MOVE 19 TO RETURN-CODE
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
           MOVE "N" TO BDT-END-FLG.
           PERFORM READ-BDT-RTN.
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
      *    売掛金残高マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-ARBO-RTN                   SECTION.
           OPEN INPUT ARBO-FILE.
           IF WK-ARBO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT ARBOLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBW-FILE.
           IF WK-ARBW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT ARBWK-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARBO-END-FLG.
           PERFORM LOAD-ARBO-READ-RTN
             UNTIL ARBO-END-FLG = "Y".
           CLOSE ARBO-FILE.
      *    償却した得意先の残高を更新するため、以降は更新モードで
      *    使用する
           CLOSE ARBW-FILE.
           OPEN I-O ARBW-FILE.
      *
           OPEN OUTPUT ARBN-FILE.
           IF WK-ARBN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT ARBNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-ARBO-READ-RTN              SECTION.
           READ ARBO-FILE
             AT END
               MOVE "Y" TO ARBO-END-FLG
             NOT AT END
               ADD 1 TO ARBO-CNT
               MOVE ARB-TOKU-COD TO ARBW-TOKU
               MOVE ARBO-REC TO ARBW-DATA
               WRITE ARBW-REC
                 INVALID KEY
      *            重複した残高は新世代で一方が失われるため、ABEND
      *            とする
                   DISPLAY "*** KUBM085 ABEND DUPLICATE TOKU-COD="
                           ARB-TOKU-COD " IN ARBOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE ARBO-FILE
                   CLOSE ARBW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-OPIO-RTN                   SECTION.
           OPEN INPUT OPIO-FILE.
           IF WK-OPIO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT OPIOLD-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT OPIW-FILE.
           IF WK-OPIW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT OPIWK-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO OPIO-END-FLG.
           PERFORM LOAD-OPIO-READ-RTN
             UNTIL OPIO-END-FLG = "Y".
           CLOSE OPIO-FILE.
      *    償却した請求書を更新するため、以降は更新モードで使用する
           CLOSE OPIW-FILE.
           OPEN I-O OPIW-FILE.
      *
           OPEN OUTPUT OPIN-FILE.
           IF WK-OPIN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT OPINEW-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-OPIO-READ-RTN              SECTION.
           READ OPIO-FILE
             AT END
               MOVE "Y" TO OPIO-END-FLG
             NOT AT END
               ADD 1 TO OPIO-CNT
               MOVE OPI-SEI-NO TO OPIW-SEI-NO
               MOVE OPIO-REC TO OPIW-DATA
               WRITE OPIW-REC
                 INVALID KEY
      *            重複した請求書は新世代で一方が失われるため、ABEND
      *            とする
                   DISPLAY "*** KUBM085 ABEND DUPLICATE SEI-NO="
                           OPI-SEI-NO " IN OPIOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPIO-FILE
                   CLOSE OPIW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳確認処理
      *    （台帳番号の最大値を得て、償却分を二重償却チェック用の
      *      作業ファイルへ展開する。旧世代の無い初回は台帳番号１から
      *      採番する）
      ******************************************************************
       LOAD-BDRO-RTN                   SECTION.
           OPEN OUTPUT BDRW-FILE.
           IF WK-BDRW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM085 ABEND NOT BDRWK-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT BDRO-FILE.
           IF WK-BDRO-FILE-ERR = 00
             MOVE "N" TO BDRO-END-FLG
             PERFORM LOAD-BDRO-READ-RTN
               UNTIL BDRO-END-FLG = "Y"
             CLOSE BDRO-FILE
           ELSE
             DISPLAY "*** KUBM085 WARNING BDROLD NOT AVAILABLE ***"
           END-IF.
      *    当実行の償却分を加えるため、以降は更新モードで使用する
           CLOSE BDRW-FILE.
           OPEN I-O BDRW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳確認処理（１件分）
      ******************************************************************
       LOAD-BDRO-READ-RTN              SECTION.
           READ BDRO-FILE
             AT END
               MOVE "Y" TO BDRO-END-FLG
             NOT AT END
               IF BDR-NO NUMERIC
                 AND BDR-NO NOT < WK-NEXT-BDR-NO
                 COMPUTE WK-NEXT-BDR-NO = BDR-NO + 1
               END-IF
               IF BDR-KBN-SHOKYAKU
                 MOVE BDR-TOKU-COD TO BDRW-TOKU
                 MOVE BDR-SEI-NO TO BDRW-SEI-NO
                 MOVE BDR-KINGAKU TO BDRW-KINGAKU
                 MOVE BDR-SHONIN-DATE TO BDRW-SHONIN-DATE
      *          同じ内容の償却が重複していても照合には１件で足りる
                 WRITE BDRW-REC
                   INVALID KEY
                     CONTINUE
                 END-WRITE
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳引き継ぎ処理（旧世代の全件を新世代へ写す）
      ******************************************************************
       COPY-BDRO-RTN                   SECTION.
           OPEN INPUT BDRO-FILE.
           IF WK-BDRO-FILE-ERR = 00
             MOVE "N" TO BDRO-END-FLG
             PERFORM COPY-BDRO-READ-RTN
               UNTIL BDRO-END-FLG = "Y"
             CLOSE BDRO-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳引き継ぎ処理（１件分）
      ******************************************************************
       COPY-BDRO-READ-RTN              SECTION.
           READ BDRO-FILE
             AT END
               MOVE "Y" TO BDRO-END-FLG
             NOT AT END
               ADD 1 TO BDRO-CNT
               MOVE BDRO-REC TO BDRN-REC
               WRITE BDRN-REC
               ADD 1 TO BDRN-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒償却トランザクション読み込み処理
      ******************************************************************
       READ-BDT-RTN                    SECTION.
           READ BDT-FILE
             AT END
               MOVE "Y" TO BDT-END-FLG
             NOT AT END
               ADD 1 TO BDT-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（貸倒償却トランザクション１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM WRITE-OFF-RTN.
           PERFORM READ-BDT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒償却処理
      *    （残高・承認・償却額をすべて確かめた場合のみ更新する。
      *      １つでも欠ければエラーとして何も更新しない）
      ******************************************************************
       WRITE-OFF-RTN                   SECTION.
           MOVE SPACE TO WK-ERR-MSG.
           MOVE BDT-TOKU-COD TO WK-ERR-TOKU-COD.
           MOVE SPACE TO WK-ERR-SEI-NO.
           IF BDT-SEI-NO NUMERIC AND BDT-SEI-NO NOT = ZERO
             MOVE BDT-SEI-NO TO WK-ERR-SEI-NO
           END-IF.
           MOVE ZERO TO WK-ERR-KINGAKU.
           IF BDT-KINGAKU NUMERIC
             MOVE BDT-KINGAKU TO WK-ERR-KINGAKU
           END-IF.
      *
           MOVE BDT-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-ARB-RTN.
           IF WK-ARB-FOUND-FLG NOT = "Y"
             MOVE "残高マスタに得意先無し" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF BDT-KINGAKU NOT NUMERIC OR BDT-KINGAKU = ZERO
             MOVE "償却額不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF BDT-SEI-NO NOT NUMERIC
             MOVE "請求書番号不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           IF BDT-SHONIN-SHA = SPACE OR BDT-SHONIN-DATE NOT NUMERIC
             MOVE "承認者・承認日無し" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE BDT-SHONIN-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y" OR BDT-SHONIN-DATE > WK-TODAY
             MOVE "承認日不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF BDT-RIYU = SPACE
             MOVE "償却理由無し" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
      *    同じ承認による償却の再投入は二重償却となるため行わない
           MOVE BDT-KINGAKU TO WK-SHOKYAKU-AMT.
           PERFORM FIND-BDR-RTN.
           IF WK-BDR-FOUND-FLG = "Y"
             MOVE "償却済み（二重償却）" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
      *    償却額は同じ実行で先に償却した分を差し引いた残高まで
           MOVE ARBW-DATA TO WK-ARBW-REC.
           MOVE WARB-BAL-CUR TO WK-BKT(1).
           MOVE WARB-BAL-30 TO WK-BKT(2).
           MOVE WARB-BAL-60 TO WK-BKT(3).
           MOVE WARB-BAL-90 TO WK-BKT(4).
           MOVE ZERO TO WK-ZAN-BEFORE.
           PERFORM SUM-BKT-RTN
             VARYING WK-BKT-IDX FROM 1 BY 1
               UNTIL WK-BKT-IDX > 4.
           IF WK-SHOKYAKU-AMT > WK-ZAN-BEFORE
             MOVE "償却額が売掛残高を超過" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           IF BDT-SEI-NO NOT = ZERO
             MOVE BDT-SEI-NO TO WK-SEARCH-NO
             PERFORM FIND-OPI-RTN
             IF WK-OPI-FOUND-FLG NOT = "Y"
               MOVE "未消込請求に無い請求書" TO WK-ERR-MSG
               PERFORM WRITE-ERR-RTN
               GO TO EXI
             END-IF
             MOVE OPIW-DATA TO WK-OPIW-REC
             IF WOPI-TOKU-COD NOT = BDT-TOKU-COD
               MOVE "請求書の得意先不一致" TO WK-ERR-MSG
               PERFORM WRITE-ERR-RTN
               GO TO EXI
             END-IF
             IF NOT WOPI-STATUS-OPEN
               MOVE "請求書が消込済み" TO WK-ERR-MSG
               PERFORM WRITE-ERR-RTN
               GO TO EXI
             END-IF
             IF WK-SHOKYAKU-AMT > WOPI-OPEN-KINGAKU
               MOVE "償却額が請求書残高を超過" TO WK-ERR-MSG
               PERFORM WRITE-ERR-RTN
               GO TO EXI
             END-IF
           END-IF.
      *
      *    未消込請求の減額
           MOVE WK-SHOKYAKU-AMT TO WK-OPI-REMAIN.
           IF BDT-SEI-NO NOT = ZERO
             PERFORM CREDIT-OPI-RTN
           ELSE
             PERFORM START-OPIW-RTN
             PERFORM CREDIT-TOKU-OPI-ENT-RTN
               UNTIL WK-OPIW-END-FLG = "Y"
                 OR WK-OPI-REMAIN NOT > ZERO
           END-IF.
      *
      *    残高の減額（古いバケットから順に）と償却済み区分の設定
           MOVE WK-SHOKYAKU-AMT TO WK-REMAIN.
           PERFORM CREDIT-BKT-RTN
             VARYING WK-BKT-IDX FROM 4 BY -1
               UNTIL WK-BKT-IDX < 1.
           MOVE WK-BKT(1) TO WARB-BAL-CUR.
           MOVE WK-BKT(2) TO WARB-BAL-30.
           MOVE WK-BKT(3) TO WARB-BAL-60.
           MOVE WK-BKT(4) TO WARB-BAL-90.
           MOVE "1" TO WARB-KASHIDAORE-KBN.
           MOVE WK-ARBW-REC TO ARBW-DATA.
           REWRITE ARBW-REC.
           COMPUTE WK-ZAN-AFTER = WK-ZAN-BEFORE - WK-SHOKYAKU-AMT.
      *
           MOVE WK-NEXT-BDR-NO TO WK-BDR-NO.
           ADD 1 TO WK-NEXT-BDR-NO.
           PERFORM WRITE-BDR-RTN.
           PERFORM WRITE-LINE-RTN.
      *
           ADD 1 TO WK-SHOKYAKU-CNT.
           COMPUTE WK-SHOKYAKU-TOTAL =
             WK-SHOKYAKU-TOTAL + WK-SHOKYAKU-AMT.
       EXI.
           EXIT.
      ******************************************************************
      *    償却前残高集計処理（WK-BKT-IDXのバケット１件分）
      *    （貸方のバケットは償却の対象にならないため含めない）
      ******************************************************************
       SUM-BKT-RTN                     SECTION.
           IF WK-BKT(WK-BKT-IDX) > ZERO
             COMPUTE WK-ZAN-BEFORE = WK-ZAN-BEFORE + WK-BKT(WK-BKT-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    バケット減額処理（WK-BKT-IDXのバケット１件分）
      ******************************************************************
       CREDIT-BKT-RTN                  SECTION.
           IF WK-REMAIN NOT > ZERO OR WK-BKT(WK-BKT-IDX) NOT > ZERO
             GO TO EXI
           END-IF.
           IF WK-BKT(WK-BKT-IDX) NOT < WK-REMAIN
             COMPUTE WK-BKT(WK-BKT-IDX) = WK-BKT(WK-BKT-IDX) - WK-REMAIN
             MOVE ZERO TO WK-REMAIN
           ELSE
             COMPUTE WK-REMAIN = WK-REMAIN - WK-BKT(WK-BKT-IDX)
             MOVE ZERO TO WK-BKT(WK-BKT-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル読み込み開始処理（請求書番号順）
      ******************************************************************
       START-OPIW-RTN                  SECTION.
           MOVE "Y" TO WK-OPIW-END-FLG.
           MOVE ZERO TO OPIW-SEI-NO.
           START OPIW-FILE KEY IS NOT LESS THAN OPIW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM READ-OPIW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル読み込み処理
      ******************************************************************
       READ-OPIW-RTN                   SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別未消込請求減額処理（１件分の減額と次の読み込み）
      *    （減額した請求書は読んだ位置で書き換えるため、読み込み位置は
      *      そのまま続けられる）
      ******************************************************************
       CREDIT-TOKU-OPI-ENT-RTN         SECTION.
           PERFORM CREDIT-TOKU-OPI-RTN.
           PERFORM READ-OPIW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別未消込請求減額処理（作業ファイル１件分）
      *    （請求書指定なしの償却は、当該得意先の未回収請求書から
      *      請求書番号順に減額する。請求書に紐付かない残高（請求書
      *      発行前の売上等）を超える分は残高の減額のみとなる）
      ******************************************************************
       CREDIT-TOKU-OPI-RTN             SECTION.
           MOVE OPIW-DATA TO WK-OPIW-REC.
           IF WOPI-TOKU-COD NOT = BDT-TOKU-COD
             OR NOT WOPI-STATUS-OPEN
             OR WOPI-OPEN-KINGAKU NOT > ZERO
             GO TO EXI
           END-IF.
           PERFORM CREDIT-OPI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求減額処理（作業ファイルで読んだ請求書）
      *    （未回収額から償却額を差し引き、ゼロになった請求書は
      *      消込済みとする。入金済額は変えない）
      ******************************************************************
       CREDIT-OPI-RTN                  SECTION.
           MOVE OPIW-DATA TO WK-OPIW-REC.
           IF WOPI-OPEN-KINGAKU NOT < WK-OPI-REMAIN
             COMPUTE WOPI-OPEN-KINGAKU =
               WOPI-OPEN-KINGAKU - WK-OPI-REMAIN
             MOVE ZERO TO WK-OPI-REMAIN
           ELSE
             COMPUTE WK-OPI-REMAIN =
               WK-OPI-REMAIN - WOPI-OPEN-KINGAKU
             MOVE ZERO TO WOPI-OPEN-KINGAKU
           END-IF.
           IF WOPI-OPEN-KINGAKU NOT > ZERO
             MOVE "2" TO WOPI-STATUS-KBN
           END-IF.
           MOVE WK-OPIW-REC TO OPIW-DATA.
           REWRITE OPIW-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳出力処理（償却１件分）
      ******************************************************************
       WRITE-BDR-RTN                   SECTION.
           MOVE SPACE TO BDRN-REC.
           MOVE WK-BDR-NO TO NBDR-NO.
           MOVE BDT-TOKU-COD TO NBDR-TOKU-COD.
           MOVE BDT-SEI-NO TO NBDR-SEI-NO.
           MOVE "1" TO NBDR-KBN.
           MOVE WK-SHOKYAKU-AMT TO NBDR-KINGAKU.
           MOVE WK-TODAY TO NBDR-SHORI-DATE.
           MOVE BDT-SHONIN-SHA TO NBDR-SHONIN-SHA.
           MOVE BDT-SHONIN-DATE TO NBDR-SHONIN-DATE.
           MOVE BDT-RIYU TO NBDR-RIYU.
           WRITE BDRN-REC.
           ADD 1 TO BDRN-CNT.
      *
      *    同じ実行内の二重投入も防ぐため償却済み作業ファイルへ加える
           MOVE BDT-TOKU-COD TO BDRW-TOKU.
           MOVE BDT-SEI-NO TO BDRW-SEI-NO.
           MOVE WK-SHOKYAKU-AMT TO BDRW-KINGAKU.
           MOVE BDT-SHONIN-DATE TO BDRW-SHONIN-DATE.
           WRITE BDRW-REC
             INVALID KEY
               CONTINUE
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト明細行出力処理（償却１件分）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           MOVE WK-BDR-NO TO WK-RPT-BDR-NO.
           MOVE BDT-TOKU-COD TO WK-RPT-TOKU-COD.
           IF BDT-SEI-NO = ZERO
             MOVE SPACE TO WK-RPT-SEI-NO
           ELSE
             MOVE BDT-SEI-NO TO WK-RPT-SEI-NO-E
           END-IF.
           MOVE WK-SHOKYAKU-AMT TO WK-RPT-KINGAKU.
           MOVE WK-ZAN-BEFORE TO WK-RPT-BEFORE.
           MOVE WK-ZAN-AFTER TO WK-RPT-AFTER.
           MOVE BDT-SHONIN-SHA TO WK-RPT-SHONIN-SHA.
           MOVE BDT-RIYU TO WK-RPT-RIYU.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リストエラー行出力処理
      ******************************************************************
       WRITE-ERR-RTN                   SECTION.
           MOVE WK-ERR-MSG TO WK-ERR-LINE-MSG.
           MOVE WK-ERR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-ERR-CNT.
           DISPLAY "*** KUBM085 REJECTED TOKU=" BDT-TOKU-COD
                   " SEI-NO=" BDT-SEI-NO.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（処理リスト）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求作業ファイル検索処理（WK-SEARCH-NOの請求書）
      ******************************************************************
       FIND-OPI-RTN                    SECTION.
           MOVE "N" TO WK-OPI-FOUND-FLG.
           MOVE WK-SEARCH-NO TO OPIW-SEI-NO.
           READ OPIW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-OPI-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    残高作業ファイル検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-ARB-RTN                    SECTION.
           MOVE "N" TO WK-ARB-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO ARBW-TOKU.
           READ ARBW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-ARB-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    償却済み作業ファイル検索処理（処理中トランザクションと同じ
      *    得意先・請求書・金額・承認日の償却）
      ******************************************************************
       FIND-BDR-RTN                    SECTION.
           MOVE "N" TO WK-BDR-FOUND-FLG.
           MOVE BDT-TOKU-COD TO BDRW-TOKU.
           MOVE BDT-SEI-NO TO BDRW-SEI-NO.
           MOVE WK-SHOKYAKU-AMT TO BDRW-KINGAKU.
           MOVE BDT-SHONIN-DATE TO BDRW-SHONIN-DATE.
           READ BDRW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-BDR-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊償却合計＊" TO WK-SUM-LABEL.
           MOVE WK-SHOKYAKU-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "償却トランザクション件数" TO WK-CNT-LABEL.
           MOVE BDT-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "償却件数" TO WK-CNT-LABEL.
           MOVE WK-SHOKYAKU-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "エラー件数" TO WK-CNT-LABEL.
           MOVE WK-ERR-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト件数行出力処理
      ******************************************************************
       WRITE-CNT-RTN                   SECTION.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-OPI-RTN                   SECTION.
           MOVE ZERO TO OPIW-SEI-NO.
           START OPIW-FILE KEY IS NOT LESS THAN OPIW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM FLUSH-OPI-READ-RTN
             UNTIL WK-OPIW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求書き戻し処理（１件分）
      ******************************************************************
       FLUSH-OPI-READ-RTN              SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
               GO TO EXI
           END-READ.
           MOVE OPIW-DATA TO OPIN-REC.
           WRITE OPIN-REC.
           ADD 1 TO OPIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-ARB-RTN                   SECTION.
           MOVE LOW-VALUE TO ARBW-TOKU.
           START ARBW-FILE KEY IS NOT LESS THAN ARBW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-ARBW-END-FLG.
           PERFORM FLUSH-ARB-READ-RTN
             UNTIL WK-ARBW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（１件分）
      ******************************************************************
       FLUSH-ARB-READ-RTN              SECTION.
           READ ARBW-FILE NEXT
             AT END
               MOVE "Y" TO WK-ARBW-END-FLG
               GO TO EXI
           END-READ.
           MOVE ARBW-DATA TO ARBN-REC.
           WRITE ARBN-REC.
           ADD 1 TO ARBN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM085" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE BDT-CNT TO RNL-IN-CNT.
           MOVE WK-SHOKYAKU-CNT TO RNL-OUT-CNT.
           MOVE WK-ERR-CNT TO RNL-EXC-CNT.
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
      *
      *    更新後の全件を新世代へ書き戻す
           PERFORM FLUSH-OPI-RTN.
           PERFORM FLUSH-ARB-RTN.
      *
           CLOSE ARBW-FILE.
           CLOSE OPIW-FILE.
           CLOSE BDRW-FILE.
           CLOSE BDT-FILE.
           CLOSE OPIN-FILE.
           CLOSE ARBN-FILE.
           CLOSE BDRN-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM085 BDT=" BDT-CNT.
           DISPLAY "*** KUBM085 WRITE-OFF=" WK-SHOKYAKU-CNT.
           DISPLAY "*** KUBM085 ERROR=" WK-ERR-CNT.
           DISPLAY "*** KUBM085 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM085 ARBNEW=" ARBN-CNT.
           DISPLAY "*** KUBM085 OPIOLD=" OPIO-CNT.
           DISPLAY "*** KUBM085 OPINEW=" OPIN-CNT.
           DISPLAY "*** KUBM085 BDROLD=" BDRO-CNT.
           DISPLAY "*** KUBM085 BDRNEW=" BDRN-CNT.
           IF WK-ERR-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM085 WARNING REJECTED TRANSACTIONS ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM085 END ***".
       EXI.
           EXIT.
