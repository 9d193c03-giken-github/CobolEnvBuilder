       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM102.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：日次アクセスログリスト作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    オンラインプログラム（KUOM010・KUOM011・KUOM012・KUOM020）
      *    がKUBS060経由で追記するアクセスログ（ACCLOG・KUCF148）を
      *    読み、対象日の全記録（利用開始・利用拒否・照会・受注入力
      *    ・利用終了）を記録順にアクセスログリスト（RPT）へ印字する。
      *    　・利用拒否と補足受注入力（KUOM020）の受注入力には判定欄
      *    　　に印を付け、さらにリスト末尾の要確認欄へ再掲して、
      *    　　管理者の確認対象を一か所にまとめる
      *    　・区分別の件数を要約として印字する
      *    対象日はパラメタ（ACLPRM・KUCF150）で指定し、無い場合は
      *    アクセスログ中の最新日付とする（KUBM051と同じ考え方）。
      *    利用拒否が１件でもあればRETURN-CODE 4で終了する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL ACLPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT ACL-FILE
             ASSIGN TO EXTERNAL ACCLOG
               FILE STATUS IS WK-ACL-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF150.
       FD  ACL-FILE.
       01  ACL-REC.
           COPY KUCF148.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ACL-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-END-FLG                  PIC X VALUE "Y".
       01  WK-IN-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-OUT-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-REVIEW-CNT               PIC 9(10) VALUE ZERO.
      *
      *対象日（パラメタ指定が無い場合はアクセスログ中の最新日付）
       01  WK-TAISHO-DATE              PIC 9(8) VALUE ZERO.
       01  WK-ACL-DATE                 PIC 9(8) VALUE ZERO.
      *
      *区分別件数
       01  WK-START-CNT                PIC 9(10) VALUE ZERO.
       01  WK-DENY-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-VIEW-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-ENTRY-CNT                PIC 9(10) VALUE ZERO.
       01  WK-END-CNT                  PIC 9(10) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *アクセスログリスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(38) VALUE
             "＊＊＊　アクセスログリスト　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "対象日：".
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "時刻".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "利用者".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "PROGRAM".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "ROLE".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "区分".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "得意先".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "受注".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE "商品".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "受注日付".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(2) VALUE "DK".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(7) VALUE "   数量".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(15) VALUE
             "           金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "拒否理由".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "判定".
      *
      *アクセスログ明細行（１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TIME.
             05  WK-RPT-HH             PIC X(2).
             05  FILLER                PIC X(1) VALUE ":".
             05  WK-RPT-MI             PIC X(2).
             05  FILLER                PIC X(1) VALUE ":".
             05  WK-RPT-SS             PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-USER-ID          PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-PGM-ID           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ROLE-COD         PIC X(2).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-EVENT            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-JUCHU-NO         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-JUCHU-DATE       PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DATA-KBN         PIC X(1).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-SURYO            PIC X(7).
           03  WK-RPT-SURYO-E REDEFINES WK-RPT-SURYO
                                       PIC ---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KINGAKU          PIC X(15).
           03  WK-RPT-KINGAKU-E REDEFINES WK-RPT-KINGAKU
                                       PIC ---,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RIYU             PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-HANTEI           PIC X(12).
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
           PERFORM LIST-ACL-RTN.
           PERFORM REVIEW-ACL-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （対象日を決め、リストを開いて見出しを印字する）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM102 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
      *
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF ACP-TAISHO-DATE NUMERIC
                   MOVE ACP-TAISHO-DATE TO WK-TAISHO-DATE
                 END-IF
             END-READ
             CLOSE PRM-FILE
           END-IF.
      *
           OPEN INPUT ACL-FILE.
           IF WK-ACL-FILE-ERR NOT = 00
             DISPLAY "*** KUBM102 ABEND NOT ACCLOG-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WK-TAISHO-DATE = ZERO
             MOVE "N" TO WK-END-FLG
             PERFORM SCAN-LATEST-RTN
               UNTIL WK-END-FLG = "Y"
           END-IF.
           CLOSE ACL-FILE.
           DISPLAY "*** KUBM102 TAISHO-DATE=" WK-TAISHO-DATE.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM102 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TAISHO-DATE TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
       EXI.
           EXIT.
      ******************************************************************
      *    最新日付検索処理（１件分）
      ******************************************************************
       SCAN-LATEST-RTN                 SECTION.
           READ ACL-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
             NOT AT END
               IF ACL-TS(1:8) NUMERIC
                 MOVE ACL-TS(1:8) TO WK-ACL-DATE
                 IF WK-ACL-DATE > WK-TAISHO-DATE
                   MOVE WK-ACL-DATE TO WK-TAISHO-DATE
                 END-IF
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    アクセスログ一覧処理（対象日の全記録を記録順に印字する）
      ******************************************************************
       LIST-ACL-RTN                    SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜アクセスログ＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           OPEN INPUT ACL-FILE.
           MOVE "N" TO WK-END-FLG.
           PERFORM LIST-ACL-READ-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE ACL-FILE.
           IF WK-OUT-CNT = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    アクセスログ一覧処理（１件分）
      ******************************************************************
       LIST-ACL-READ-RTN               SECTION.
           READ ACL-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-IN-CNT.
           IF ACL-TS(1:8) NOT = WK-TAISHO-DATE
             GO TO EXI
           END-IF.
      *
           IF ACL-EVENT-START
             ADD 1 TO WK-START-CNT
           END-IF.
           IF ACL-EVENT-DENY
             ADD 1 TO WK-DENY-CNT
           END-IF.
           IF ACL-EVENT-VIEW
             ADD 1 TO WK-VIEW-CNT
           END-IF.
           IF ACL-EVENT-ENTRY
             ADD 1 TO WK-ENTRY-CNT
           END-IF.
           IF ACL-EVENT-END
             ADD 1 TO WK-END-CNT
           END-IF.
           PERFORM EDIT-LINE-RTN.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-OUT-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    要確認一覧処理
      *    （利用拒否とKUOM020の受注入力を再掲する）
      ******************************************************************
       REVIEW-ACL-RTN                  SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜要確認（利用拒否・補足受注入力）＞"
             TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           OPEN INPUT ACL-FILE.
           MOVE "N" TO WK-END-FLG.
           PERFORM REVIEW-ACL-READ-RTN
             UNTIL WK-END-FLG = "Y".
           CLOSE ACL-FILE.
           IF WK-REVIEW-CNT = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    要確認一覧処理（１件分）
      ******************************************************************
       REVIEW-ACL-READ-RTN             SECTION.
           READ ACL-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           IF ACL-TS(1:8) NOT = WK-TAISHO-DATE
             GO TO EXI
           END-IF.
           PERFORM EDIT-LINE-RTN.
           IF WK-RPT-HANTEI = SPACE
             GO TO EXI
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-REVIEW-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    明細行編集処理
      *    （利用拒否とKUOM020の受注入力は判定欄に印を付ける）
      ******************************************************************
       EDIT-LINE-RTN                   SECTION.
           MOVE ACL-TS(9:2) TO WK-RPT-HH.
           MOVE ACL-TS(11:2) TO WK-RPT-MI.
           MOVE ACL-TS(13:2) TO WK-RPT-SS.
           MOVE ACL-USER-ID TO WK-RPT-USER-ID.
           MOVE ACL-PGM-ID TO WK-RPT-PGM-ID.
           MOVE ACL-ROLE-COD TO WK-RPT-ROLE-COD.
           MOVE ACL-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE ACL-JUCHU-NO TO WK-RPT-JUCHU-NO.
           MOVE ACL-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE ACL-JUCHU-DATE TO WK-RPT-JUCHU-DATE.
           MOVE ACL-DATA-KBN TO WK-RPT-DATA-KBN.
           MOVE ACL-RIYU TO WK-RPT-RIYU.
           MOVE SPACE TO WK-RPT-SURYO.
           MOVE SPACE TO WK-RPT-KINGAKU.
           MOVE SPACE TO WK-RPT-HANTEI.
      *
           MOVE ACL-EVENT-KBN TO WK-RPT-EVENT.
           IF ACL-EVENT-START
             MOVE "利用開始" TO WK-RPT-EVENT
           END-IF.
           IF ACL-EVENT-DENY
             MOVE "利用拒否" TO WK-RPT-EVENT
             MOVE "＊拒否＊" TO WK-RPT-HANTEI
           END-IF.
           IF ACL-EVENT-VIEW
             MOVE "照会" TO WK-RPT-EVENT
           END-IF.
           IF ACL-EVENT-ENTRY
             MOVE "受注入力" TO WK-RPT-EVENT
             IF ACL-SURYO NUMERIC
               MOVE ACL-SURYO TO WK-RPT-SURYO-E
             END-IF
             IF ACL-KINGAKU NUMERIC
               MOVE ACL-KINGAKU TO WK-RPT-KINGAKU-E
             END-IF
             IF ACL-PGM-ID = "KUOM020"
               MOVE "＊要確認＊" TO WK-RPT-HANTEI
             END-IF
           END-IF.
           IF ACL-EVENT-END
             MOVE "利用終了" TO WK-RPT-EVENT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（帳票）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    件数行出力処理
      ******************************************************************
       WRITE-CNT-RTN                   SECTION.
           MOVE WK-CNT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      *    （区分別件数を印字し、利用拒否があればRETURN-CODE 4とする）
      ******************************************************************
       TERM-RTN                        SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜区分別件数＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "利用開始" TO WK-CNT-LABEL.
           MOVE WK-START-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "利用拒否" TO WK-CNT-LABEL.
           MOVE WK-DENY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "照会" TO WK-CNT-LABEL.
           MOVE WK-VIEW-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "受注入力" TO WK-CNT-LABEL.
           MOVE WK-ENTRY-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "利用終了" TO WK-CNT-LABEL.
           MOVE WK-END-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "要確認件数" TO WK-CNT-LABEL.
           MOVE WK-REVIEW-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           CLOSE RPT-FILE.
      *
           DISPLAY "*** KUBM102 READ=" WK-IN-CNT " LIST=" WK-OUT-CNT
                   " REVIEW=" WK-REVIEW-CNT.
           IF WK-DENY-CNT NOT = ZERO
             DISPLAY "*** KUBM102 WARNING ACCESS DENIED "
                     WK-DENY-CNT " ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM102 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝アクセスログ読み込み件数、例外＝利用拒否件数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM102" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-IN-CNT TO RNL-IN-CNT.
           MOVE WK-OUT-CNT TO RNL-OUT-CNT.
           MOVE WK-DENY-CNT TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
