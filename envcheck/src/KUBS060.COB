       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBS060.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：操作者権限確認・アクセスログ記録
      *    　　　　　　　　（共通サブプログラム）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    オンラインプログラムが起動時に呼び出し、入力された利用者
      *    ＩＤがそのプログラムを利用できるかを操作者マスタ（OPM・
      *    KUCF147）で確認する。利用者ＩＤが登録済みで状態区分が
      *    利用中、かつ操作者のロールにそのプログラムが登録されて
      *    いる場合のみ利用可とする。確認結果は利用開始・利用拒否
      *    としてアクセスログ（ACCLOG・KUCF148）へ追記し、以降の
      *    照会・受注入力・利用終了も呼び出し元の依頼で追記する。
      *    　・操作者マスタが無い場合は全員を利用不可とする
      *    　・利用開始のアクセスログが書けない場合は記録の無い利用
      *    　　を防ぐため利用不可とする（利用開始後の記録失敗は警告
      *    　　表示のみとする）
      *    　・利用開始で可となる前の記録依頼は受け付けない
      *    連絡領域はKUCF149。アクセスログは記録のつどオープン・
      *    クローズし、未作成の初回は新規作成する（KUBS010と同じ）。
      *    RETURN-CODEには触れない（呼び出し元がCALLの前後で退避・
      *    復元する）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT OPM-FILE
             ASSIGN TO EXTERNAL OPM
               FILE STATUS IS WK-OPM-FILE-ERR.
           SELECT ACL-FILE
             ASSIGN TO EXTERNAL ACCLOG
               FILE STATUS IS WK-ACL-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  OPM-FILE.
       01  OPM-REC.
           COPY KUCF147.
       FD  ACL-FILE.
       01  ACL-REC.
           COPY KUCF148.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-OPM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ACL-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPM-END-FLG              PIC X VALUE "Y".
       01  WK-USER-FOUND-FLG           PIC X VALUE "N".
       01  WK-ROLE-FOUND-FLG           PIC X VALUE "N".
       01  WK-LOG-OK-FLG               PIC X VALUE "N".
      *
      *利用開始で可となった利用者の情報（以降の記録に使う）
       01  WK-START-OK-FLG             PIC X VALUE "N".
       01  WK-USER-ID                  PIC X(08) VALUE SPACE.
       01  WK-PGM-ID                   PIC X(08) VALUE SPACE.
       01  WK-ROLE-COD                 PIC X(02) VALUE SPACE.
       01  WK-EVENT-KBN                PIC X(01) VALUE SPACE.
      *
       LINKAGE                         SECTION.
       01  LNK-ACA-AREA.
           COPY KUCF149.
      *
       PROCEDURE                       DIVISION USING LNK-ACA-AREA.
       MAIN-RTN                        SECTION.
           IF ACA-FUNC-START
             PERFORM START-RTN
           END-IF.
           IF ACA-FUNC-LOG
             PERFORM LOG-RTN
           END-IF.
           IF ACA-FUNC-END
             PERFORM END-RTN
           END-IF.
           GOBACK.
       EXI.
           EXIT.
      ******************************************************************
      *    利用開始処理
      *    （権限を確認し、利用開始または利用拒否を記録する）
      ******************************************************************
       START-RTN                       SECTION.
           MOVE "N" TO WK-START-OK-FLG.
           MOVE ACA-USER-ID TO WK-USER-ID.
           MOVE ACA-PGM-ID TO WK-PGM-ID.
           MOVE SPACE TO WK-ROLE-COD.
           MOVE SPACE TO ACA-USER-MEI.
           MOVE SPACE TO ACA-ROLE-COD.
           MOVE SPACE TO ACA-RIYU.
           MOVE SPACE TO ACA-DETAIL.
           MOVE ZERO TO ACA-SURYO.
           MOVE ZERO TO ACA-KINGAKU.
      *
           PERFORM CHECK-AUTH-RTN.
           IF ACA-KEKKA-OK
             MOVE "S" TO WK-EVENT-KBN
           ELSE
             MOVE "D" TO WK-EVENT-KBN
           END-IF.
           PERFORM WRITE-ACL-RTN.
      *
           IF ACA-KEKKA-OK
             IF WK-LOG-OK-FLG = "Y"
               MOVE "Y" TO WK-START-OK-FLG
             ELSE
               MOVE "9" TO ACA-KEKKA-KBN
               MOVE "アクセスログ書込不可" TO ACA-RIYU
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    権限確認処理
      *    （操作者レコードで利用者の状態とロールを確かめてから、
      *      ロールの利用可能プログラムを確かめる）
      ******************************************************************
       CHECK-AUTH-RTN                  SECTION.
           MOVE "1" TO ACA-KEKKA-KBN.
           IF WK-USER-ID = SPACE
             MOVE "利用者ＩＤ未入力" TO ACA-RIYU
             GO TO EXI
           END-IF.
      *
           MOVE "N" TO WK-USER-FOUND-FLG.
           OPEN INPUT OPM-FILE.
           IF WK-OPM-FILE-ERR NOT = 00
             DISPLAY "*** KUBS060 WARNING OPM NOT AVAILABLE ***"
             MOVE "操作者マスタなし" TO ACA-RIYU
             GO TO EXI
           END-IF.
           MOVE "N" TO WK-OPM-END-FLG.
           PERFORM FIND-USER-READ-RTN
             UNTIL WK-OPM-END-FLG = "Y".
           CLOSE OPM-FILE.
           IF WK-USER-FOUND-FLG = "N"
             MOVE "利用者ＩＤ未登録" TO ACA-RIYU
             GO TO EXI
           END-IF.
           MOVE OPM-USER-MEI TO ACA-USER-MEI.
           MOVE OPM-ROLE-COD TO ACA-ROLE-COD.
           MOVE OPM-ROLE-COD TO WK-ROLE-COD.
           IF NOT OPM-STATUS-ACTIVE
             MOVE "利用停止中" TO ACA-RIYU
             GO TO EXI
           END-IF.
      *
           MOVE "N" TO WK-ROLE-FOUND-FLG.
           OPEN INPUT OPM-FILE.
           IF WK-OPM-FILE-ERR NOT = 00
             MOVE "操作者マスタなし" TO ACA-RIYU
             GO TO EXI
           END-IF.
           MOVE "N" TO WK-OPM-END-FLG.
           PERFORM FIND-ROLE-READ-RTN
             UNTIL WK-OPM-END-FLG = "Y".
           CLOSE OPM-FILE.
           IF WK-ROLE-FOUND-FLG = "N"
             MOVE "プログラム権限なし" TO ACA-RIYU
             GO TO EXI
           END-IF.
           MOVE "0" TO ACA-KEKKA-KBN.
       EXI.
           EXIT.
      ******************************************************************
      *    操作者レコード検索処理（１件分）
      *    （該当レコードを読んだところで読み込みを打ち切り、
      *      OPM-RECに残す）
      ******************************************************************
       FIND-USER-READ-RTN              SECTION.
           READ OPM-FILE
             AT END
               MOVE "Y" TO WK-OPM-END-FLG
             NOT AT END
               IF OPM-REC-USER
                 AND OPM-USER-ID = WK-USER-ID
                 MOVE "Y" TO WK-USER-FOUND-FLG
                 MOVE "Y" TO WK-OPM-END-FLG
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    ロール別利用可能プログラム検索処理（１件分）
      ******************************************************************
       FIND-ROLE-READ-RTN              SECTION.
           READ OPM-FILE
             AT END
               MOVE "Y" TO WK-OPM-END-FLG
             NOT AT END
               IF OPM-REC-ROLE
                 AND OPM-ROLE-ROLE-COD = WK-ROLE-COD
                 AND OPM-ROLE-PGM-ID = WK-PGM-ID
                 MOVE "Y" TO WK-ROLE-FOUND-FLG
                 MOVE "Y" TO WK-OPM-END-FLG
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    アクセスログ記録処理（照会・受注入力）
      ******************************************************************
       LOG-RTN                         SECTION.
           IF WK-START-OK-FLG NOT = "Y"
             MOVE "1" TO ACA-KEKKA-KBN
             MOVE "利用開始前" TO ACA-RIYU
             GO TO EXI
           END-IF.
           MOVE "0" TO ACA-KEKKA-KBN.
           MOVE ACA-EVENT-KBN TO WK-EVENT-KBN.
           PERFORM WRITE-ACL-RTN.
           IF WK-LOG-OK-FLG = "N"
             MOVE "9" TO ACA-KEKKA-KBN
           END-IF.
           MOVE SPACE TO ACA-DETAIL.
           MOVE ZERO TO ACA-SURYO.
           MOVE ZERO TO ACA-KINGAKU.
           MOVE SPACE TO ACA-EVENT-KBN.
       EXI.
           EXIT.
      ******************************************************************
      *    利用終了処理
      ******************************************************************
       END-RTN                         SECTION.
           IF WK-START-OK-FLG NOT = "Y"
             MOVE "1" TO ACA-KEKKA-KBN
             MOVE "利用開始前" TO ACA-RIYU
             GO TO EXI
           END-IF.
           MOVE "0" TO ACA-KEKKA-KBN.
           MOVE SPACE TO ACA-DETAIL.
           MOVE ZERO TO ACA-SURYO.
           MOVE ZERO TO ACA-KINGAKU.
           MOVE "T" TO WK-EVENT-KBN.
           PERFORM WRITE-ACL-RTN.
           IF WK-LOG-OK-FLG = "N"
             MOVE "9" TO ACA-KEKKA-KBN
           END-IF.
           MOVE "N" TO WK-START-OK-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    アクセスログ書き込み処理
      *    （利用者・プログラム・ロールは利用開始時の値を使う）
      ******************************************************************
       WRITE-ACL-RTN                   SECTION.
           MOVE "N" TO WK-LOG-OK-FLG.
           OPEN EXTEND ACL-FILE.
           IF WK-ACL-FILE-ERR NOT = 00
             OPEN OUTPUT ACL-FILE
           END-IF.
           IF WK-ACL-FILE-ERR NOT = 00
             DISPLAY "*** KUBS060 WARNING ACCLOG NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
      *
           MOVE SPACE TO ACL-REC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ACL-TS.
           MOVE WK-USER-ID TO ACL-USER-ID.
           MOVE WK-PGM-ID TO ACL-PGM-ID.
           MOVE WK-ROLE-COD TO ACL-ROLE-COD.
           MOVE WK-EVENT-KBN TO ACL-EVENT-KBN.
           MOVE ACA-TOKU-COD TO ACL-TOKU-COD.
           MOVE ACA-JUCHU-NO TO ACL-JUCHU-NO.
           MOVE ACA-SHOHIN-NO TO ACL-SHOHIN-NO.
           MOVE ACA-JUCHU-DATE TO ACL-JUCHU-DATE.
           MOVE ACA-DATA-KBN TO ACL-DATA-KBN.
           MOVE ACA-SURYO TO ACL-SURYO.
           MOVE ACA-KINGAKU TO ACL-KINGAKU.
           IF WK-EVENT-KBN = "D"
             MOVE ACA-RIYU TO ACL-RIYU
           END-IF.
           WRITE ACL-REC.
           IF WK-ACL-FILE-ERR = 00
             MOVE "Y" TO WK-LOG-OK-FLG
           ELSE
             DISPLAY "*** KUBS060 WARNING ACCLOG WRITE ERROR ***"
           END-IF.
           CLOSE ACL-FILE.
       EXI.
           EXIT.
