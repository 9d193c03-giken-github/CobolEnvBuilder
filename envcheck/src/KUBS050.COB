       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBS050.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：マスタ参照（共通サブプログラム）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    KUBM101が作成する索引編成の得意先マスタ（TOKMK）・商品
      *    マスタ（SHOMK・KUCF145）・契約単価マスタ（KYMK）・返品
      *    承認マスタ（HENMK・KUCF146）を初回呼び出し時にオープンし、
      *    連絡領域（KUCF144）の機能区分に従ってキー検索した結果を
      *    返す。各プログラムがマスタ全件をテーブルへ展開していた
      *    方式を置き換え、件数の上限を無くすとともに、商品単価の
      *    適用世代の選択や返品承認枠の判定を全プログラムで同一の
      *    基準とする。
      *    　・オープンできない・空のマスタは利用不可とし、その
      *    　　マスタの検索には結果区分９を返す（縮退運転とするか
      *    　　ABENDとするかは呼び出し元が決める）
      *    　・返品承認枠の残数量は当実行で控除した数量を本プロ
      *    　　グラム内に記録して判定する（マスタは更新しない）
      *    RETURN-CODEには触れない（呼び出し元がCALLの前後で退避・
      *    復元する）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TOKMK-FILE
             ASSIGN TO EXTERNAL TOKMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TOKMK-TOKU-COD
               ALTERNATE RECORD KEY IS TOKMK-TOKU-MEI
                 WITH DUPLICATES
               FILE STATUS IS WK-TOKMK-FILE-ERR.
           SELECT SHOMK-FILE
             ASSIGN TO EXTERNAL SHOMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHK-KEY
               FILE STATUS IS WK-SHOMK-FILE-ERR.
           SELECT KYMK-FILE
             ASSIGN TO EXTERNAL KYMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KYMK-KEY
               FILE STATUS IS WK-KYMK-FILE-ERR.
           SELECT HENMK-FILE
             ASSIGN TO EXTERNAL HENMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNK-KEY
               FILE STATUS IS WK-HENMK-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  TOKMK-FILE.
       01  TOKMK-REC.
           COPY KUCF020
               REPLACING LEADING ==TOKM== BY ==TOKMK==.
       FD  SHOMK-FILE.
       01  SHOMK-REC.
           COPY KUCF145.
      *契約単価マスタ（KUCF027）の得意先コード／商品番号をキーとする
       FD  KYMK-FILE.
       01  KYMK-REC.
           03  KYMK-KEY                PIC X(09).
           03  FILLER                  PIC X(21).
       FD  HENMK-FILE.
       01  HENMK-REC.
           COPY KUCF146.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-TOKMK-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHOMK-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYMK-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-HENMK-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPEN-FLG                 PIC X VALUE "N".
       01  WK-TOKM-AVAIL-FLG           PIC X VALUE "N".
       01  WK-SHOM-AVAIL-FLG           PIC X VALUE "N".
       01  WK-KYM-AVAIL-FLG            PIC X VALUE "N".
       01  WK-HENM-AVAIL-FLG           PIC X VALUE "N".
       01  WK-END-FLG                  PIC X VALUE "Y".
       01  WK-KIJUN-DATE               PIC 9(8) VALUE ZERO.
      *
      *商品単価世代の選択用（基準日以前で最大の適用開始日付の世代と、
      *基準日以前の世代が無い場合の代替とする最古世代）
       01  WK-SHOM-BEST-FLG            PIC X VALUE "N".
       01  WK-SHOM-FB-FLG              PIC X VALUE "N".
       01  WK-SHOM-BEST-DATA           PIC X(80) VALUE SPACE.
       01  WK-SHOM-FB-DATA             PIC X(80) VALUE SPACE.
      *
      *返品承認枠の判定用
       01  WK-HEN-FOUND-FLG            PIC X VALUE "N".
       01  WK-HEN-SRCH-JUCHU           PIC X(4) VALUE SPACE.
       01  WK-HEN-ZAN-SURYO            PIC S9(7) VALUE ZERO.
       01  WK-HENM-REC.
           COPY KUCF074.
      *
      *返品承認枠控除テーブル（当実行で受理した返品の数量を承認枠の
      *キーごとに積み上げる。承認残数量＝承認数量－控除数量）
       01  WK-HUSE-CNT                 PIC 9(4) VALUE ZERO.
       01  WK-HUSE-MAX                 PIC 9(4) VALUE 9999.
       01  WK-HUSE-IDX                 PIC 9(4) VALUE ZERO.
       01  WK-HUSE-MATCH-IDX           PIC 9(4) VALUE ZERO.
       01  WK-HUSE-SRCH-KEY            PIC X(16) VALUE SPACE.
       01  WK-HUSE-TBL.
           03  WK-HUSE-ENT             OCCURS 9999 TIMES.
             05  WK-HUSE-ENT-KEY       PIC X(16).
             05  WK-HUSE-ENT-SURYO     PIC S9(7).
      *
       LINKAGE                         SECTION.
       01  LNK-MSA-AREA.
           COPY KUCF144.
      *
       PROCEDURE                       DIVISION USING LNK-MSA-AREA.
       MAIN-RTN                        SECTION.
           IF WK-OPEN-FLG = "N"
             PERFORM OPEN-RTN
             MOVE "Y" TO WK-OPEN-FLG
           END-IF.
      *
           MOVE WK-TOKM-AVAIL-FLG TO MSA-TOKM-AVAIL-FLG.
           MOVE WK-SHOM-AVAIL-FLG TO MSA-SHOM-AVAIL-FLG.
           MOVE WK-KYM-AVAIL-FLG TO MSA-KYM-AVAIL-FLG.
           MOVE WK-HENM-AVAIL-FLG TO MSA-HENM-AVAIL-FLG.
           MOVE "1" TO MSA-KEKKA-KBN.
           MOVE ZERO TO MSA-MATCH-CNT.
           IF MSA-KIJUN-DATE NUMERIC
             MOVE MSA-KIJUN-DATE TO WK-KIJUN-DATE
           ELSE
             MOVE ZERO TO WK-KIJUN-DATE
           END-IF.
      *
           IF MSA-FUNC-OPEN
             MOVE "0" TO MSA-KEKKA-KBN
           END-IF.
           IF MSA-FUNC-TOKM
             PERFORM READ-TOKM-RTN
           END-IF.
           IF MSA-FUNC-TOKM-MEI
             PERFORM FIND-TOKM-MEI-RTN
           END-IF.
           IF MSA-FUNC-SHOM
             PERFORM FIND-SHOM-RTN
           END-IF.
           IF MSA-FUNC-KYM
             PERFORM READ-KYM-RTN
           END-IF.
           IF MSA-FUNC-HEN-CHECK
             PERFORM HEN-CHECK-RTN
           END-IF.
           IF MSA-FUNC-HEN-COMMIT
             PERFORM HEN-COMMIT-RTN
           END-IF.
           GOBACK.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタオープン処理
      *    （オープンできない・レコードの無いマスタは利用不可とする）
      ******************************************************************
       OPEN-RTN                        SECTION.
           OPEN INPUT TOKMK-FILE.
           IF WK-TOKMK-FILE-ERR = 00
             MOVE "Y" TO WK-TOKM-AVAIL-FLG
             READ TOKMK-FILE NEXT
               AT END
                 MOVE "N" TO WK-TOKM-AVAIL-FLG
                 CLOSE TOKMK-FILE
             END-READ
           END-IF.
      *
           OPEN INPUT SHOMK-FILE.
           IF WK-SHOMK-FILE-ERR = 00
             MOVE "Y" TO WK-SHOM-AVAIL-FLG
             READ SHOMK-FILE NEXT
               AT END
                 MOVE "N" TO WK-SHOM-AVAIL-FLG
                 CLOSE SHOMK-FILE
             END-READ
           END-IF.
      *
           OPEN INPUT KYMK-FILE.
           IF WK-KYMK-FILE-ERR = 00
             MOVE "Y" TO WK-KYM-AVAIL-FLG
             READ KYMK-FILE NEXT
               AT END
                 MOVE "N" TO WK-KYM-AVAIL-FLG
                 CLOSE KYMK-FILE
             END-READ
           END-IF.
      *
           OPEN INPUT HENMK-FILE.
           IF WK-HENMK-FILE-ERR = 00
             MOVE "Y" TO WK-HENM-AVAIL-FLG
             READ HENMK-FILE NEXT
               AT END
                 MOVE "N" TO WK-HENM-AVAIL-FLG
                 CLOSE HENMK-FILE
             END-READ
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先検索処理（得意先コード）
      ******************************************************************
       READ-TOKM-RTN                   SECTION.
           IF WK-TOKM-AVAIL-FLG NOT = "Y"
             MOVE "9" TO MSA-KEKKA-KBN
             GO TO EXI
           END-IF.
           MOVE MSA-TOKU-COD TO TOKMK-TOKU-COD.
           READ TOKMK-FILE
             KEY IS TOKMK-TOKU-COD
             INVALID KEY
               MOVE "1" TO MSA-KEKKA-KBN
             NOT INVALID KEY
               MOVE "0" TO MSA-KEKKA-KBN
               MOVE TOKMK-REC TO MSA-TOKM-DATA
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先検索処理（得意先名義）
      *    （得意先名の副キーでSTARTし、名義の一致する得意先を数え、
      *      最初の１件を返す）
      ******************************************************************
       FIND-TOKM-MEI-RTN               SECTION.
           IF WK-TOKM-AVAIL-FLG NOT = "Y"
             MOVE "9" TO MSA-KEKKA-KBN
             GO TO EXI
           END-IF.
           MOVE "N" TO WK-END-FLG.
           MOVE MSA-TOKU-MEI TO TOKMK-TOKU-MEI.
           START TOKMK-FILE
             KEY IS EQUAL TO TOKMK-TOKU-MEI
             INVALID KEY
               MOVE "Y" TO WK-END-FLG
           END-START.
           PERFORM FIND-TOKM-MEI-READ-RTN
             UNTIL WK-END-FLG = "Y".
           IF MSA-MATCH-CNT > ZERO
             MOVE "0" TO MSA-KEKKA-KBN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先検索処理（得意先名義・１件分）
      ******************************************************************
       FIND-TOKM-MEI-READ-RTN          SECTION.
           READ TOKMK-FILE NEXT
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           IF TOKMK-TOKU-MEI NOT = MSA-TOKU-MEI
             MOVE "Y" TO WK-END-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO MSA-MATCH-CNT.
           IF MSA-MATCH-CNT = 1
             MOVE TOKMK-REC TO MSA-TOKM-DATA
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品検索処理
      *    （商品番号の部分キーでSTARTし、単価世代を適用開始日付の
      *      昇順に読む。基準日以前で最大の適用開始日付を持つ世代を
      *      返し、基準日以前の世代が無い場合は最古世代を代替として
      *      返す（マスタの単価履歴が基準日まで遡っていないだけで
      *      あり、商品マスタ未登録と誤判定しないため））
      ******************************************************************
       FIND-SHOM-RTN                   SECTION.
           IF WK-SHOM-AVAIL-FLG NOT = "Y"
             MOVE "9" TO MSA-KEKKA-KBN
             GO TO EXI
           END-IF.
           MOVE "N" TO WK-END-FLG.
           MOVE "N" TO WK-SHOM-BEST-FLG.
           MOVE "N" TO WK-SHOM-FB-FLG.
           MOVE MSA-SHOHIN-NO TO SHK-SHOHIN-NO.
           MOVE ZERO TO SHK-TEKIYO-DATE.
           START SHOMK-FILE
             KEY IS NOT LESS THAN SHK-KEY
             INVALID KEY
               MOVE "Y" TO WK-END-FLG
           END-START.
           PERFORM FIND-SHOM-READ-RTN
             UNTIL WK-END-FLG = "Y".
      *
           IF WK-SHOM-BEST-FLG = "Y"
             MOVE WK-SHOM-BEST-DATA TO MSA-SHOM-DATA
             MOVE "0" TO MSA-KEKKA-KBN
           ELSE
             IF WK-SHOM-FB-FLG = "Y"
               MOVE WK-SHOM-FB-DATA TO MSA-SHOM-DATA
               MOVE "0" TO MSA-KEKKA-KBN
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品検索処理（単価世代１件分）
      ******************************************************************
       FIND-SHOM-READ-RTN              SECTION.
           READ SHOMK-FILE NEXT
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           IF SHK-SHOHIN-NO NOT = MSA-SHOHIN-NO
             MOVE "Y" TO WK-END-FLG
             GO TO EXI
           END-IF.
           IF WK-SHOM-FB-FLG = "N"
             MOVE SHK-SHOM-DATA TO WK-SHOM-FB-DATA
             MOVE "Y" TO WK-SHOM-FB-FLG
           END-IF.
      *    昇順のため、基準日を超えた世代以降は読む必要がない
           IF SHK-TEKIYO-DATE NOT > WK-KIJUN-DATE
             MOVE SHK-SHOM-DATA TO WK-SHOM-BEST-DATA
             MOVE "Y" TO WK-SHOM-BEST-FLG
           ELSE
             MOVE "Y" TO WK-END-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価検索処理（得意先コード／商品番号）
      ******************************************************************
       READ-KYM-RTN                    SECTION.
           IF WK-KYM-AVAIL-FLG NOT = "Y"
             MOVE "9" TO MSA-KEKKA-KBN
             GO TO EXI
           END-IF.
           MOVE MSA-TOKU-COD TO KYMK-KEY(1:4).
           MOVE MSA-SHOHIN-NO TO KYMK-KEY(5:5).
           READ KYMK-FILE
             KEY IS KYMK-KEY
             INVALID KEY
               MOVE "1" TO MSA-KEKKA-KBN
             NOT INVALID KEY
               MOVE "0" TO MSA-KEKKA-KBN
               MOVE KYMK-REC TO MSA-KYM-DATA
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認突合処理
      *    （受注番号指定の承認枠を先に、受注番号を問わない承認枠を
      *      次に探し、有効期限内（期限ゼロは無期限）で当実行の控除
      *      後の残数量が返品数量以上の最初の枠を返す）
      ******************************************************************
       HEN-CHECK-RTN                   SECTION.
           IF WK-HENM-AVAIL-FLG NOT = "Y"
             MOVE "9" TO MSA-KEKKA-KBN
             GO TO EXI
           END-IF.
           MOVE "N" TO WK-HEN-FOUND-FLG.
           MOVE SPACE TO MSA-HEN-KEY.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           IF MSA-JUCHU-NO NOT = SPACE
             MOVE MSA-JUCHU-NO TO WK-HEN-SRCH-JUCHU
             PERFORM SCAN-HEN-RTN
           END-IF.
           IF WK-HEN-FOUND-FLG = "N"
             MOVE SPACE TO WK-HEN-SRCH-JUCHU
             PERFORM SCAN-HEN-RTN
           END-IF.
           IF WK-HEN-FOUND-FLG = "Y"
             MOVE "0" TO MSA-KEKKA-KBN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認突合処理（WK-HEN-SRCH-JUCHUの受注番号の枠を探す）
      ******************************************************************
       SCAN-HEN-RTN                    SECTION.
           MOVE "N" TO WK-END-FLG.
           MOVE MSA-TOKU-COD TO HNK-TOKU-COD.
           MOVE WK-HEN-SRCH-JUCHU TO HNK-JUCHU-NO.
           MOVE MSA-SHOHIN-NO TO HNK-SHOHIN-NO.
           MOVE ZERO TO HNK-SEQ.
           START HENMK-FILE
             KEY IS NOT LESS THAN HNK-KEY
             INVALID KEY
               MOVE "Y" TO WK-END-FLG
           END-START.
           PERFORM SCAN-HEN-READ-RTN
             UNTIL WK-END-FLG = "Y"
                OR WK-HEN-FOUND-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認突合処理（承認枠１件分）
      ******************************************************************
       SCAN-HEN-READ-RTN               SECTION.
           READ HENMK-FILE NEXT
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           IF HNK-TOKU-COD NOT = MSA-TOKU-COD
             OR HNK-JUCHU-NO NOT = WK-HEN-SRCH-JUCHU
             OR HNK-SHOHIN-NO NOT = MSA-SHOHIN-NO
             MOVE "Y" TO WK-END-FLG
             GO TO EXI
           END-IF.
           MOVE HNK-HENM-DATA TO WK-HENM-REC.
           IF HEN-EXPIRE-DATE NUMERIC
             AND HEN-EXPIRE-DATE NOT = ZERO
             AND HEN-EXPIRE-DATE < WK-KIJUN-DATE
             GO TO EXI
           END-IF.
           IF HEN-AUTH-SURYO NUMERIC
             MOVE HEN-AUTH-SURYO TO WK-HEN-ZAN-SURYO
           ELSE
             MOVE ZERO TO WK-HEN-ZAN-SURYO
           END-IF.
           MOVE HNK-KEY TO WK-HUSE-SRCH-KEY.
           PERFORM FIND-HUSE-RTN.
           IF WK-HUSE-MATCH-IDX NOT = ZERO
             COMPUTE WK-HEN-ZAN-SURYO = WK-HEN-ZAN-SURYO
               - WK-HUSE-ENT-SURYO(WK-HUSE-MATCH-IDX)
           END-IF.
           IF WK-HEN-ZAN-SURYO NOT < MSA-SURYO
             MOVE "Y" TO WK-HEN-FOUND-FLG
             MOVE HNK-KEY TO MSA-HEN-KEY
             MOVE HNK-HENM-DATA TO MSA-HENM-DATA
             MOVE WK-HEN-ZAN-SURYO TO MSA-HEN-ZAN-SURYO
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認枠控除処理（MSA-HEN-KEYの枠からMSA-SURYOを控除）
      ******************************************************************
       HEN-COMMIT-RTN                  SECTION.
           IF WK-HENM-AVAIL-FLG NOT = "Y"
             MOVE "9" TO MSA-KEKKA-KBN
             GO TO EXI
           END-IF.
           IF MSA-HEN-KEY = SPACE
             GO TO EXI
           END-IF.
           MOVE MSA-HEN-KEY TO WK-HUSE-SRCH-KEY.
           PERFORM FIND-HUSE-RTN.
           IF WK-HUSE-MATCH-IDX = ZERO
             IF WK-HUSE-CNT < WK-HUSE-MAX
               ADD 1 TO WK-HUSE-CNT
               MOVE WK-HUSE-CNT TO WK-HUSE-MATCH-IDX
               MOVE MSA-HEN-KEY TO WK-HUSE-ENT-KEY(WK-HUSE-CNT)
               MOVE ZERO TO WK-HUSE-ENT-SURYO(WK-HUSE-CNT)
             ELSE
      *        控除を記録できないと承認数量を超える返品を受理して
      *        しまうため、警告ではなくABENDとする
               DISPLAY "*** KUBS050 ABEND HENPIN USE TABLE FULL ("
                 WK-HUSE-MAX ") ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           ADD MSA-SURYO TO WK-HUSE-ENT-SURYO(WK-HUSE-MATCH-IDX).
           MOVE "0" TO MSA-KEKKA-KBN.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認枠控除テーブル検索処理
      ******************************************************************
       FIND-HUSE-RTN                   SECTION.
           MOVE ZERO TO WK-HUSE-MATCH-IDX.
           PERFORM CHECK-HUSE-ENT-RTN
             VARYING WK-HUSE-IDX FROM 1 BY 1
               UNTIL WK-HUSE-IDX > WK-HUSE-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    返品承認枠控除テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-HUSE-ENT-RTN              SECTION.
           IF WK-HUSE-MATCH-IDX = ZERO
             AND WK-HUSE-ENT-KEY(WK-HUSE-IDX) = WK-HUSE-SRCH-KEY
             MOVE WK-HUSE-IDX TO WK-HUSE-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
