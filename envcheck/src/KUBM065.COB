      *    サブシステム名：売上
      *    プログラム名　：商品マスタ保守
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：標準原価の保守追加（単価世代ごとに原価を
      *    　　　　　　　　持ち、追加時は任意・変更時は空白以外を
      *    　　　　　　　　差し替える。監査リストに変更前後の原価を
      *    　　　　　　　　併記する）
      ******************************************************************
      *    商品番号／適用開始日付昇順の保守トランザクション（SMT-
      *    FILE・KUCF075）を現行の商品マスタ（SHOMOLD・KUCF021）と
      *    適用開始日付であり、単価改定は新しい適用開始日付の世代を
      *    「追加」することで行う（既存世代の書き換えではない）。
      *    追加時の重複キー、変更・削除時の未登録キーは適用せず却下
      *    とし、適用・却下の全トランザクションを変更前後の単価・
      *    標準原価併記の監査リスト（RPT）へ印字する。得意先マスタ保守
      *    （KUBM050）と同じ突合マージ方式の保守バッチであり、
      *    マスタの手修正とそれによる単価相違例外の多発を防ぐ。
      *    SHOMOLDが無い場合は空マスタからの新規作成として動作する。
                         ==SHOM-TEKIYO-DATE== BY ==NSHM-TEKIYO-DATE==
                         ==SHOM-ZEI-KBN==     BY ==NSHM-ZEI-KBN==
                         ==SHOM-ZEI-HYOJUN==  BY ==NSHM-ZEI-HYOJUN==
                         ==SHOM-ZEI-KEIGEN==  BY ==NSHM-ZEI-KEIGEN==
                         ==SHOM-GENKA==       BY ==NSHM-GENKA==.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-SHMO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "変更後単価".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "変更前原価".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "変更後原価".
      *
      *監査リスト明細行
       01  WK-AUD-LINE.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "新：".
           03  WK-AUD-AFTER-TANKA      PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "旧：".
           03  WK-AUD-BEFORE-GENKA     PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "新：".
           03  WK-AUD-AFTER-GENKA      PIC ZZ,ZZ9.99.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           MOVE WK-SMT-KEY-TEKIYO TO WK-AUD-TEKIYO.
           MOVE ZERO TO WK-AUD-BEFORE-TANKA.
           MOVE ZERO TO WK-AUD-AFTER-TANKA.
           MOVE ZERO TO WK-AUD-BEFORE-GENKA.
           MOVE ZERO TO WK-AUD-AFTER-GENKA.
           MOVE "却下：同一キー　" TO WK-AUD-RESULT.
           ADD 1 TO WK-REJECT-CNT.
           PERFORM WRITE-AUD-RTN.
           MOVE SMT-SHOHIN-NO TO WK-AUD-SHOHIN-NO.
           MOVE WK-SMT-KEY-TEKIYO TO WK-AUD-TEKIYO.
           MOVE ZERO TO WK-AUD-BEFORE-TANKA.
           MOVE ZERO TO WK-AUD-BEFORE-GENKA.
           MOVE ZERO TO WK-AUD-AFTER-GENKA.
      *
           IF SMT-ACTION-ADD
             IF SMT-TANKA = SPACE
               MOVE SMT-SHOHIN-MEI TO NSHM-SHOHIN-MEI
               COMPUTE NSHM-TANKA = FUNCTION NUMVAL(SMT-TANKA)
               MOVE WK-SMT-KEY-TEKIYO TO NSHM-TEKIYO-DATE
      *        原価は任意（空白は原価未設定のゼロ）
               IF SMT-GENKA = SPACE
                 MOVE ZERO TO NSHM-GENKA
               ELSE
                 COMPUTE NSHM-GENKA = FUNCTION NUMVAL(SMT-GENKA)
               END-IF
               IF SMT-ZEI-KBN = "2"
                 MOVE "2" TO NSHM-ZEI-KBN
               ELSE
               PERFORM WRITE-SHMN-RTN
               MOVE "適用　　　　" TO WK-AUD-RESULT
               MOVE NSHM-TANKA TO WK-AUD-AFTER-TANKA
               MOVE NSHM-GENKA TO WK-AUD-AFTER-GENKA
               ADD 1 TO WK-APPLY-CNT
             END-IF
           ELSE
           ELSE
             MOVE ZERO TO WK-AUD-BEFORE-TANKA
           END-IF.
           IF SHOM-GENKA NUMERIC
             MOVE SHOM-GENKA TO WK-AUD-BEFORE-GENKA
           ELSE
             MOVE ZERO TO WK-AUD-BEFORE-GENKA
           END-IF.
      *
           IF SMT-ACTION-CHANGE
             MOVE SHMO-REC TO SHMN-REC
             IF SMT-ZEI-KBN NOT = SPACE
               MOVE SMT-ZEI-KBN TO NSHM-ZEI-KBN
             END-IF
             IF SMT-GENKA NOT = SPACE
               COMPUTE NSHM-GENKA = FUNCTION NUMVAL(SMT-GENKA)
             END-IF
             PERFORM WRITE-SHMN-RTN
             MOVE "適用　　　　" TO WK-AUD-RESULT
             MOVE NSHM-TANKA TO WK-AUD-AFTER-TANKA
             MOVE NSHM-GENKA TO WK-AUD-AFTER-GENKA
             ADD 1 TO WK-APPLY-CNT
           ELSE
             IF SMT-ACTION-DELETE
               MOVE "適用　　　　" TO WK-AUD-RESULT
               MOVE ZERO TO WK-AUD-AFTER-TANKA
               MOVE ZERO TO WK-AUD-AFTER-GENKA
               ADD 1 TO WK-APPLY-CNT
             ELSE
               MOVE SHMO-REC TO SHMN-REC
                 MOVE "却下：区分　" TO WK-AUD-RESULT
               END-IF
               MOVE WK-AUD-BEFORE-TANKA TO WK-AUD-AFTER-TANKA
               MOVE WK-AUD-BEFORE-GENKA TO WK-AUD-AFTER-GENKA
               ADD 1 TO WK-REJECT-CNT
             END-IF
           END-IF.
           EXIT.
      ******************************************************************
      *    新マスタ書き込み処理
      *    （単価世代・税区分・原価導入前のレコードは該当バイトが
      *      空白のため、引き継ぎ書き出し時に未設定をゼロ・標準税率へ
      *      正規化し、新世代マスタには必ず数字が入っている状態を
      *      保証する）
      ******************************************************************
           IF NSHM-TEKIYO-DATE NOT NUMERIC
             MOVE ZERO TO NSHM-TEKIYO-DATE
           END-IF.
           IF NSHM-GENKA NOT NUMERIC
             MOVE ZERO TO NSHM-GENKA
           END-IF.
           IF NOT NSHM-ZEI-KEIGEN
             MOVE "1" TO NSHM-ZEI-KBN
           END-IF.
