       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM101.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：索引マスタ作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    保守バッチ（KUBM050・KUBM074・KUBM059・KUBM065）が更新
      *    する順編成の得意先マスタ（TOKM）・商品マスタ（SHOM）・
      *    契約単価マスタ（KYM）と、営業から受領する返品承認マスタ
      *    （HENM）を読み、共通マスタ参照サブプログラムKUBS050が
      *    キー検索する索引編成の複写（TOKMK・SHOMK・KYMK・HENMK）
      *    を作成し直す。
      *    　・TOKMK：得意先コードを主キー、得意先名を副キー（重複
      *    　　可）とする（KUBM063の振込名義照合用）
      *    　・SHOMK：商品番号／適用開始日付をキーとする（KUCF145）
      *    　・KYMK ：得意先コード／商品番号をキーとする
      *    　・HENMK：得意先コード／受注番号／商品番号／連番をキー
      *    　　とする（KUCF146。同じ組合せの枠は全件を保持する）
      *    キーの重複する得意先・商品単価世代・契約単価のレコードは
      *    先に読んだレコードを採用し、後のレコードを索引マスタ作成
      *    リスト（RPT）へ印字してRETURN-CODE 4とする。順編成の
      *    マスタが無い場合は空の索引マスタを作成し（KUBS050は当該
      *    マスタを利用不可として扱う）、警告してRETURN-CODE 4と
      *    する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT SHOM-FILE
             ASSIGN TO EXTERNAL SHOM
               FILE STATUS IS WK-SHOM-FILE-ERR.
           SELECT KYM-FILE
             ASSIGN TO EXTERNAL KYM
               FILE STATUS IS WK-KYM-FILE-ERR.
           SELECT HENM-FILE
             ASSIGN TO EXTERNAL HENM
               FILE STATUS IS WK-HENM-FILE-ERR.
           SELECT TOKMK-FILE
             ASSIGN TO EXTERNAL TOKMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TOKMK-TOKU-COD
               ALTERNATE RECORD KEY IS TOKMK-TOKU-MEI
                 WITH DUPLICATES
               FILE STATUS IS WK-TOKMK-FILE-ERR.
           SELECT SHOMK-FILE
             ASSIGN TO EXTERNAL SHOMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SHK-KEY
               FILE STATUS IS WK-SHOMK-FILE-ERR.
           SELECT KYMK-FILE
             ASSIGN TO EXTERNAL KYMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS KYMK-KEY
               FILE STATUS IS WK-KYMK-FILE-ERR.
           SELECT HENMK-FILE
             ASSIGN TO EXTERNAL HENMK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HNK-KEY
               FILE STATUS IS WK-HENMK-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  SHOM-FILE.
       01  SHOM-REC.
           COPY KUCF021.
       FD  KYM-FILE.
       01  KYM-REC.
           COPY KUCF027.
       FD  HENM-FILE.
       01  HENM-REC.
           COPY KUCF074.
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
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHOM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HENM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKMK-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-SHOMK-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-KYMK-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-HENMK-FILE-ERR           PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-END-FLG                  PIC X VALUE "Y".
       01  WK-HEN-WRITE-FLG            PIC X VALUE "N".
      *
       01  WK-TODAY                    PIC 9(08) VALUE ZERO.
      *
      *ファイル別件数（１＝TOKM、２＝SHOM、３＝KYM、４＝HENM）
       01  WK-FILE-IX                  PIC 9(1) VALUE ZERO.
       01  WK-FILE-TBL.
           03  WK-FILE-ENT             OCCURS 4 TIMES.
             05  WK-FILE-NAME          PIC X(8).
             05  WK-FILE-NAIYO         PIC X(30).
             05  WK-FILE-AVAIL-FLG     PIC X.
             05  WK-FILE-IN-CNT        PIC 9(9).
             05  WK-FILE-OUT-CNT       PIC 9(9).
             05  WK-FILE-DUP-CNT       PIC 9(9).
       01  WK-IN-TOTAL                 PIC 9(10) VALUE ZERO.
       01  WK-OUT-TOTAL                PIC 9(10) VALUE ZERO.
       01  WK-DUP-TOTAL                PIC 9(10) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *索引マスタ作成リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　索引マスタ作成リスト　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SECTION              PIC X(50) VALUE SPACE.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE "キー".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "内容".
      *
      *重複キー明細行（１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-FILE             PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KEY              PIC X(16).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NAIYO            PIC X(30).
       01  WK-RPT-TANKA                PIC ZZ,ZZ9.99.
      *
       01  WK-RPT-S-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "ファイル".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "内容".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　読込件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　作成件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "　重複件数".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "状態".
      *
      *ファイル別件数行（１ファイル分）
       01  WK-RPT-S-LINE.
           03  WK-RPT-S-FILE           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-NAIYO          PIC X(30).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-IN-CNT         PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-OUT-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-DUP-CNT        PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-S-JOTAI          PIC X(14).
      *
       01  WK-NONE-LINE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "該当なし".
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM BUILD-TOKMK-RTN.
           PERFORM BUILD-SHOMK-RTN.
           PERFORM BUILD-KYMK-RTN.
           PERFORM BUILD-HENMK-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM101 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
           PERFORM CLEAR-FILE-RTN
             VARYING WK-FILE-IX FROM 1 BY 1
               UNTIL WK-FILE-IX > 4.
           MOVE "TOKM" TO WK-FILE-NAME(1).
           MOVE "得意先マスタ" TO WK-FILE-NAIYO(1).
           MOVE "SHOM" TO WK-FILE-NAME(2).
           MOVE "商品マスタ" TO WK-FILE-NAIYO(2).
           MOVE "KYM" TO WK-FILE-NAME(3).
           MOVE "契約単価マスタ" TO WK-FILE-NAIYO(3).
           MOVE "HENM" TO WK-FILE-NAME(4).
           MOVE "返品承認マスタ" TO WK-FILE-NAIYO(4).
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM101 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜重複キー（不採用）＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    ファイル別件数初期化処理（１ファイル分）
      ******************************************************************
       CLEAR-FILE-RTN                  SECTION.
           MOVE SPACE TO WK-FILE-NAME(WK-FILE-IX).
           MOVE SPACE TO WK-FILE-NAIYO(WK-FILE-IX).
           MOVE SPACE TO WK-FILE-AVAIL-FLG(WK-FILE-IX).
           MOVE ZERO TO WK-FILE-IN-CNT(WK-FILE-IX).
           MOVE ZERO TO WK-FILE-OUT-CNT(WK-FILE-IX).
           MOVE ZERO TO WK-FILE-DUP-CNT(WK-FILE-IX).
       EXI.
           EXIT.
      ******************************************************************
      *    索引得意先マスタ作成処理
      ******************************************************************
       BUILD-TOKMK-RTN                 SECTION.
           OPEN OUTPUT TOKMK-FILE.
           IF WK-TOKMK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM101 ABEND NOT TOKMK-FILE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 1 TO WK-FILE-IX.
           OPEN INPUT TOKM-FILE.
           IF WK-TOKM-FILE-ERR = 00
             MOVE "Y" TO WK-FILE-AVAIL-FLG(1)
             MOVE "N" TO WK-END-FLG
             PERFORM BUILD-TOKMK-READ-RTN
               UNTIL WK-END-FLG = "Y"
             CLOSE TOKM-FILE
           ELSE
             DISPLAY "*** KUBM101 WARNING TOKM-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM101 EMPTY TOKMK-FILE CREATED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE TOKMK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引得意先マスタ作成処理（１件分）
      ******************************************************************
       BUILD-TOKMK-READ-RTN            SECTION.
           READ TOKM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-FILE-IN-CNT(1).
           MOVE TOKM-REC TO TOKMK-REC.
           WRITE TOKMK-REC
             INVALID KEY
               MOVE TOKMK-TOKU-COD TO WK-RPT-KEY
               MOVE TOKMK-TOKU-MEI TO WK-RPT-NAIYO
               PERFORM WRITE-DUP-LINE-RTN
             NOT INVALID KEY
               ADD 1 TO WK-FILE-OUT-CNT(1)
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引商品マスタ作成処理
      ******************************************************************
       BUILD-SHOMK-RTN                 SECTION.
           OPEN OUTPUT SHOMK-FILE.
           IF WK-SHOMK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM101 ABEND NOT SHOMK-FILE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 2 TO WK-FILE-IX.
           OPEN INPUT SHOM-FILE.
           IF WK-SHOM-FILE-ERR = 00
             MOVE "Y" TO WK-FILE-AVAIL-FLG(2)
             MOVE "N" TO WK-END-FLG
             PERFORM BUILD-SHOMK-READ-RTN
               UNTIL WK-END-FLG = "Y"
             CLOSE SHOM-FILE
           ELSE
             DISPLAY "*** KUBM101 WARNING SHOM-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM101 EMPTY SHOMK-FILE CREATED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE SHOMK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引商品マスタ作成処理（１件分）
      *    （適用開始日付導入前のレコードは該当バイトが空白のため、
      *      数字チェックで守り、キーの日付をゼロ＝期首から適用と
      *      する）
      ******************************************************************
       BUILD-SHOMK-READ-RTN            SECTION.
           READ SHOM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-FILE-IN-CNT(2).
           MOVE SHOM-SHOHIN-NO TO SHK-SHOHIN-NO.
           IF SHOM-TEKIYO-DATE NUMERIC
             MOVE SHOM-TEKIYO-DATE TO SHK-TEKIYO-DATE
           ELSE
             MOVE ZERO TO SHK-TEKIYO-DATE
           END-IF.
           MOVE SHOM-REC TO SHK-SHOM-DATA.
           WRITE SHOMK-REC
             INVALID KEY
               MOVE SHK-KEY TO WK-RPT-KEY
               MOVE SHOM-SHOHIN-MEI TO WK-RPT-NAIYO
               PERFORM WRITE-DUP-LINE-RTN
             NOT INVALID KEY
               ADD 1 TO WK-FILE-OUT-CNT(2)
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引契約単価マスタ作成処理
      ******************************************************************
       BUILD-KYMK-RTN                  SECTION.
           OPEN OUTPUT KYMK-FILE.
           IF WK-KYMK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM101 ABEND NOT KYMK-FILE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 3 TO WK-FILE-IX.
           OPEN INPUT KYM-FILE.
           IF WK-KYM-FILE-ERR = 00
             MOVE "Y" TO WK-FILE-AVAIL-FLG(3)
             MOVE "N" TO WK-END-FLG
             PERFORM BUILD-KYMK-READ-RTN
               UNTIL WK-END-FLG = "Y"
             CLOSE KYM-FILE
           ELSE
             DISPLAY "*** KUBM101 WARNING KYM-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM101 EMPTY KYMK-FILE CREATED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE KYMK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引契約単価マスタ作成処理（１件分）
      ******************************************************************
       BUILD-KYMK-READ-RTN             SECTION.
           READ KYM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-FILE-IN-CNT(3).
           MOVE KYM-REC TO KYMK-REC.
           WRITE KYMK-REC
             INVALID KEY
               MOVE KYMK-KEY TO WK-RPT-KEY
               MOVE KYM-TANKA TO WK-RPT-TANKA
               MOVE WK-RPT-TANKA TO WK-RPT-NAIYO
               PERFORM WRITE-DUP-LINE-RTN
             NOT INVALID KEY
               ADD 1 TO WK-FILE-OUT-CNT(3)
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引返品承認マスタ作成処理
      ******************************************************************
       BUILD-HENMK-RTN                 SECTION.
           OPEN OUTPUT HENMK-FILE.
           IF WK-HENMK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM101 ABEND NOT HENMK-FILE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 4 TO WK-FILE-IX.
           OPEN INPUT HENM-FILE.
           IF WK-HENM-FILE-ERR = 00
             MOVE "Y" TO WK-FILE-AVAIL-FLG(4)
             MOVE "N" TO WK-END-FLG
             PERFORM BUILD-HENMK-READ-RTN
               UNTIL WK-END-FLG = "Y"
             CLOSE HENM-FILE
           ELSE
             DISPLAY "*** KUBM101 WARNING HENM-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM101 EMPTY HENMK-FILE CREATED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE HENMK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    索引返品承認マスタ作成処理（１件分）
      *    （同じ得意先コード／受注番号／商品番号の承認枠は別枠と
      *      して全件を保持するため、書き込めるまで連番を進める）
      ******************************************************************
       BUILD-HENMK-READ-RTN            SECTION.
           READ HENM-FILE
             AT END
               MOVE "Y" TO WK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO WK-FILE-IN-CNT(4).
           MOVE HEN-TOKU-COD TO HNK-TOKU-COD.
           MOVE HEN-JUCHU-NO TO HNK-JUCHU-NO.
           MOVE HEN-SHOHIN-NO TO HNK-SHOHIN-NO.
           MOVE ZERO TO HNK-SEQ.
           MOVE HENM-REC TO HNK-HENM-DATA.
           MOVE "N" TO WK-HEN-WRITE-FLG.
           PERFORM WRITE-HENMK-RTN
             UNTIL WK-HEN-WRITE-FLG NOT = "N".
           IF WK-HEN-WRITE-FLG = "Y"
             ADD 1 TO WK-FILE-OUT-CNT(4)
           ELSE
             MOVE HNK-KEY TO WK-RPT-KEY
             MOVE "連番超過" TO WK-RPT-NAIYO
             PERFORM WRITE-DUP-LINE-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    索引返品承認マスタ書き込み処理（連番１つ分）
      *    （書き込めればY、連番を使い切った場合はEとする）
      ******************************************************************
       WRITE-HENMK-RTN                 SECTION.
           IF HNK-SEQ = 999
             MOVE "E" TO WK-HEN-WRITE-FLG
             GO TO EXI
           END-IF.
           ADD 1 TO HNK-SEQ.
           WRITE HENMK-REC
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "Y" TO WK-HEN-WRITE-FLG
           END-WRITE.
       EXI.
           EXIT.
      ******************************************************************
      *    重複キー明細印字処理
      *    （WK-FILE-IXのファイルの不採用件数に数える）
      ******************************************************************
       WRITE-DUP-LINE-RTN              SECTION.
           ADD 1 TO WK-FILE-DUP-CNT(WK-FILE-IX).
           ADD 1 TO WK-DUP-TOTAL.
           MOVE WK-FILE-NAME(WK-FILE-IX) TO WK-RPT-FILE.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO WK-RPT-KEY.
           MOVE SPACE TO WK-RPT-NAIYO.
       EXI.
           EXIT.
      ******************************************************************
      *    ファイル別件数印字処理（１ファイル分）
      ******************************************************************
       WRITE-SUMMARY-LINE-RTN          SECTION.
           MOVE WK-FILE-NAME(WK-FILE-IX) TO WK-RPT-S-FILE.
           MOVE WK-FILE-NAIYO(WK-FILE-IX) TO WK-RPT-S-NAIYO.
           MOVE WK-FILE-IN-CNT(WK-FILE-IX) TO WK-RPT-S-IN-CNT.
           MOVE WK-FILE-OUT-CNT(WK-FILE-IX) TO WK-RPT-S-OUT-CNT.
           MOVE WK-FILE-DUP-CNT(WK-FILE-IX) TO WK-RPT-S-DUP-CNT.
           IF WK-FILE-AVAIL-FLG(WK-FILE-IX) = "Y"
             MOVE "作成" TO WK-RPT-S-JOTAI
           ELSE
             MOVE "入力なし・空" TO WK-RPT-S-JOTAI
           END-IF.
           MOVE WK-RPT-S-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD WK-FILE-IN-CNT(WK-FILE-IX) TO WK-IN-TOTAL.
           ADD WK-FILE-OUT-CNT(WK-FILE-IX) TO WK-OUT-TOTAL.
           DISPLAY "*** KUBM101 " WK-RPT-S-FILE
                   " READ=" WK-FILE-IN-CNT(WK-FILE-IX)
                   " WRITE=" WK-FILE-OUT-CNT(WK-FILE-IX)
                   " DUP=" WK-FILE-DUP-CNT(WK-FILE-IX).
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
      *    終了処理
      *    （ファイル別件数の要約を印字し、重複キーがあれば
      *      RETURN-CODE 4とする）
      ******************************************************************
       TERM-RTN                        SECTION.
           IF WK-DUP-TOTAL = ZERO
             MOVE WK-NONE-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
           END-IF.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＜ファイル別件数＞" TO WK-RPT-SECTION.
           MOVE WK-RPT-SECTION TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-S-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-SUMMARY-LINE-RTN
             VARYING WK-FILE-IX FROM 1 BY 1
               UNTIL WK-FILE-IX > 4.
           CLOSE RPT-FILE.
      *
           IF WK-DUP-TOTAL NOT = ZERO
             DISPLAY "*** KUBM101 WARNING DUPLICATE KEYS REJECTED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM101 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      *    （入力＝全マスタの読み込み件数、出力＝索引マスタの作成
      *      件数、例外＝重複キーの不採用件数）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM101" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-IN-TOTAL TO RNL-IN-CNT.
           MOVE WK-OUT-TOTAL TO RNL-OUT-CNT.
           MOVE WK-DUP-TOTAL TO RNL-EXC-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
