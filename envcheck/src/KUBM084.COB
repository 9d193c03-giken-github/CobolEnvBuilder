       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM084.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：口座振替結果取込
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：結果データを読み直して処理し、
      *    　　　　　　　　依頼台帳・振込先を索引の作業
      *    　　　　　　　　ファイル（KFRWK・FKMWK）へ展開して
      *    　　　　　　　　件数の上限を撤廃
      ******************************************************************
      *    取引銀行から返却された口座振替の結果データ（KEKKA・
      *    KUCF119。全銀フォーマット）を読み込み、口座振替依頼台帳
      *    （KFROLD→KFRNEW・KUCF120）の依頼中の請求書と突合する。
      *    　・振替済（結果コード０）は入金トランザクション（KUCF025）
      *    　　形式のPAYOUTへ書き出す。入金日付は振替日、入金参照
      *    　　番号は請求書番号＋"KF"とし、KUBM056は請求書単位で
      *    　　個別消込する。台帳は振替済とする。
      *    　・振替不能（結果コード１～９）は振替不能リスト（LST）
      *    　　へ事由付きで印字し、台帳を振替不能とし、得意先振込先
      *    　　マスタ（FKMOLD→FKMNEW・KUCF114）の口座振替区分を
      *    　　９＝停止として、以後は引き落としを依頼せず通常の督促
      *    　　（KUBM061）の対象とする。
      *    台帳に無い・結果取込済み・依頼金額と異なる結果は処理
      *    リスト（RPT）へエラーとして印字し、何も更新しない。振替
      *    不能・エラーがあった実行はRETURN-CODE 4で点検を促す。
      *    トレーラの件数・金額が明細と一致しない結果データは壊れて
      *    いるものとして、何も書き出さずRETURN-CODE 16で終了する。
      *    取り込んだ入金は従来どおりKUBM062の事前チェックを経て
      *    消込（KUBM056J）へ流す。
      *    結果データは検証と取込の２回読み、台帳は請求書番号を、
      *    振込先は得意先コードをキーとする索引の作業ファイル
      *    （KFRWK・FKMWK）に展開してキー順に新世代へ書き戻すため、
      *    件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT KFK-FILE
             ASSIGN TO EXTERNAL KEKKA
               FILE STATUS IS WK-KFK-FILE-ERR.
           SELECT KFRO-FILE
             ASSIGN TO EXTERNAL KFROLD
               FILE STATUS IS WK-KFRO-FILE-ERR.
           SELECT KFRN-FILE
             ASSIGN TO EXTERNAL KFRNEW
               FILE STATUS IS WK-KFRN-FILE-ERR.
           SELECT FKMO-FILE
             ASSIGN TO EXTERNAL FKMOLD
               FILE STATUS IS WK-FKMO-FILE-ERR.
           SELECT FKMN-FILE
             ASSIGN TO EXTERNAL FKMNEW
               FILE STATUS IS WK-FKMN-FILE-ERR.
           SELECT PAYO-FILE
             ASSIGN TO EXTERNAL PAYOUT
               FILE STATUS IS WK-PAYO-FILE-ERR.
           SELECT LST-FILE
             ASSIGN TO EXTERNAL LST
               FILE STATUS IS WK-LST-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT KFRW-FILE
             ASSIGN TO EXTERNAL KFRWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KFRW-SEI-NO
               FILE STATUS IS WK-KFRW-FILE-ERR.
           SELECT FKMW-FILE
             ASSIGN TO EXTERNAL FKMWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FKMW-TOKU
               FILE STATUS IS WK-FKMW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  KFK-FILE.
       01  KFK-REC.
           COPY KUCF119.
       FD  KFRO-FILE.
       01  KFRO-REC.
           COPY KUCF120.
       FD  KFRN-FILE.
       01  KFRN-REC                    PIC X(60).
       FD  FKMO-FILE.
       01  FKMO-REC.
           COPY KUCF114.
       FD  FKMN-FILE.
       01  FKMN-REC                    PIC X(100).
       FD  PAYO-FILE.
       01  PAYO-REC.
           COPY KUCF025.
       FD  LST-FILE.
       01  LST-REC                     PIC X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *口座振替依頼台帳作業ファイル
       FD  KFRW-FILE.
       01  KFRW-REC.
           03  KFRW-SEI-NO             PIC 9(8).
           03  KFRW-DATA               PIC X(60).
      *得意先振込先作業ファイル（得意先コード順に書き戻す）
       FD  FKMW-FILE.
       01  FKMW-REC.
           03  FKMW-TOKU               PIC X(4).
           03  FKMW-DATA               PIC X(100).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-KFK-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKMO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKMN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-PAYO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-LST-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KFRW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKMW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  KFK-END-FLG                 PIC X VALUE "Y".
       01  KFRO-END-FLG                PIC X VALUE "Y".
       01  FKMO-END-FLG                PIC X VALUE "Y".
       01  WK-KFRW-END-FLG             PIC X VALUE "Y".
       01  WK-FKMW-END-FLG             PIC X VALUE "Y".
       01  KFK-CNT                     PIC 9(10) VALUE ZERO.
       01  KFRO-CNT                    PIC 9(10) VALUE ZERO.
       01  KFRN-CNT                    PIC 9(10) VALUE ZERO.
       01  FKMO-CNT                    PIC 9(10) VALUE ZERO.
       01  FKMN-CNT                    PIC 9(10) VALUE ZERO.
       01  PAYO-CNT                    PIC 9(10) VALUE ZERO.
       01  LST-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-FUNO-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TEISHI-CNT               PIC 9(10) VALUE ZERO.
      *
      *結果データ明細件数（トレーラを確かめてから読み直して処理
      *する）
       01  WK-KFK-CNT                  PIC 9(10) VALUE ZERO.
      *
      *作業ファイル検索結果
       01  WK-KFR-FOUND-FLG            PIC X VALUE "N".
       01  WK-FKM-FOUND-FLG            PIC X VALUE "N".
      *
      *得意先マスタ参照（宛名。
      *共通マスタ参照KUBS050で索引マスタをキー検索する）
       01  WK-TKI-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
      *
      *作業ファイル検索キー
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
       01  WK-SEARCH-SEI-NO            PIC 9(8) VALUE ZERO.
      *
      *結果明細・台帳・振込先の参照更新用作業領域
       01  WK-KFKW-REC.
           COPY KUCF119
               REPLACING LEADING ==KFZ== BY ==WKFZ==.
       01  WK-KFRW-REC.
           COPY KUCF120
               REPLACING LEADING ==KFR== BY ==WKFR==.
       01  WK-FKMW-REC.
           COPY KUCF114
               REPLACING LEADING ==FKM== BY ==WFKM==.
      *
      *結果データの検証用
       01  WK-HEAD-FLG                 PIC X VALUE "N".
       01  WK-TRAILER-FLG              PIC X VALUE "N".
       01  WK-KEISAN-KENSU             PIC 9(6) VALUE ZERO.
       01  WK-KEISAN-KINGAKU           PIC 9(12) VALUE ZERO.
       01  WK-KEISAN-ZUMI-KENSU        PIC 9(6) VALUE ZERO.
       01  WK-KEISAN-ZUMI-KINGAKU      PIC 9(12) VALUE ZERO.
       01  WK-TRL-KENSU                PIC 9(6) VALUE ZERO.
       01  WK-TRL-KINGAKU              PIC 9(12) VALUE ZERO.
       01  WK-TRL-ZUMI-KENSU           PIC 9(6) VALUE ZERO.
       01  WK-TRL-ZUMI-KINGAKU         PIC 9(12) VALUE ZERO.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
       01  WK-KINGAKU                  PIC S9(11) VALUE ZERO.
       01  WK-JIYU                     PIC X(24) VALUE SPACE.
      *
      *合計
       01  WK-ZUMI-TOTAL               PIC S9(13) VALUE ZERO.
       01  WK-FUNO-TOTAL               PIC S9(13) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　口座振替結果リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "振替日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　　振替金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "結果".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(40) VALUE "備考".
      *
      *処理リスト明細行（結果１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SEI-NO           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-FURIKAE-DATE     PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-KEKKA-COD        PIC X(1).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-MARK             PIC X(10).
           03  WK-RPT-BIKO             PIC X(30).
      *
      *振替不能リスト見出し
       01  WK-LST-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "＊＊＊　振替不能リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-LST-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-LST-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "請求書".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "振替日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　　振替金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(28) VALUE
             "振替不能事由".
      *
      *振替不能リスト明細行（振替不能１件分）
       01  WK-LST-LINE.
           03  WK-LST-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SEI-NO           PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-FURIKAE-DATE     PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-KEKKA-COD        PIC X(1).
           03  FILLER                  PIC X(1) VALUE ":".
           03  WK-LST-JIYU             PIC X(24).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-BIKO             PIC X(20).
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
           PERFORM MAIN-RTN
             UNTIL KFK-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      *    （結果データを先に全件読んで確かめ、壊れていれば何も
      *      書き出さずに終了する）
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM084 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-TODAY TO WK-LST-TITLE-DATE.
      *
           PERFORM LOAD-KFK-RTN.
           PERFORM CHECK-KFK-RTN.
           PERFORM LOAD-KFRO-RTN.
           PERFORM LOAD-FKMO-RTN.
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN OUTPUT KFRN-FILE.
           IF WK-KFRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT KFRNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT FKMN-FILE.
           IF WK-FKMN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT FKMNEW-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT PAYO-FILE.
           IF WK-PAYO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT PAYOUT-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT LST-FILE.
           IF WK-LST-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT LST-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT RPT-FILE"
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
           MOVE WK-LST-TITLE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE WK-LST-SUBTITLE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE SPACE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
      *
      *    検証を終えた結果データを、取込のため先頭から読み直す
           OPEN INPUT KFK-FILE.
           IF WK-KFK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT KEKKA-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO KFK-END-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    結果データ検証読み込み処理（明細の件数・金額を集計し、
      *    トレーラの件数・金額を控える）
      ******************************************************************
       LOAD-KFK-RTN                    SECTION.
           OPEN INPUT KFK-FILE.
           IF WK-KFK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT KEKKA-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO KFK-END-FLG.
           PERFORM LOAD-KFK-READ-RTN
             UNTIL KFK-END-FLG = "Y".
           CLOSE KFK-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    結果データ読み込み処理（１件分）
      ******************************************************************
       LOAD-KFK-READ-RTN               SECTION.
           READ KFK-FILE
             AT END
               MOVE "Y" TO KFK-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO KFK-CNT.
           IF KFZ-REC-HEADER
             IF KFZ-SHUBETSU-COD NOT = 91
               DISPLAY "*** KUBM084 ABEND KEKKA NOT DIRECT DEBIT"
               MOVE 16 TO RETURN-CODE
               CLOSE KFK-FILE
               STOP RUN
             END-IF
             MOVE "Y" TO WK-HEAD-FLG
             GO TO EXI
           END-IF.
           IF KFZ-REC-TRAILER
             MOVE "Y" TO WK-TRAILER-FLG
             MOVE KFZ-GOKEI-KENSU TO WK-TRL-KENSU
             MOVE KFZ-GOKEI-KINGAKU TO WK-TRL-KINGAKU
             MOVE KFZ-ZUMI-KENSU TO WK-TRL-ZUMI-KENSU
             MOVE KFZ-ZUMI-KINGAKU TO WK-TRL-ZUMI-KINGAKU
             GO TO EXI
           END-IF.
           IF NOT KFZ-REC-DATA
             GO TO EXI
           END-IF.
      *
           IF KFZ-HIKI-KINGAKU NOT NUMERIC
             DISPLAY "*** KUBM084 ABEND KEKKA AMOUNT NOT NUMERIC "
                     KFZ-KOKYAKU-NO
             MOVE 16 TO RETURN-CODE
             CLOSE KFK-FILE
             STOP RUN
           END-IF.
           ADD 1 TO WK-KFK-CNT.
           ADD 1 TO WK-KEISAN-KENSU.
           COMPUTE WK-KEISAN-KINGAKU =
             WK-KEISAN-KINGAKU + KFZ-HIKI-KINGAKU.
           IF KFZ-KEKKA-FURIKAE-ZUMI
             ADD 1 TO WK-KEISAN-ZUMI-KENSU
             COMPUTE WK-KEISAN-ZUMI-KINGAKU =
               WK-KEISAN-ZUMI-KINGAKU + KFZ-HIKI-KINGAKU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    結果データ検証処理
      *    （ヘッダ・トレーラが揃い、トレーラの合計・振替済の件数・
      *      金額が明細と一致すること）
      ******************************************************************
       CHECK-KFK-RTN                   SECTION.
           IF WK-HEAD-FLG NOT = "Y" OR WK-TRAILER-FLG NOT = "Y"
             DISPLAY "*** KUBM084 ABEND KEKKA HEADER/TRAILER MISSING"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF WK-TRL-KENSU NOT = WK-KEISAN-KENSU
             OR WK-TRL-KINGAKU NOT = WK-KEISAN-KINGAKU
             OR WK-TRL-ZUMI-KENSU NOT = WK-KEISAN-ZUMI-KENSU
             OR WK-TRL-ZUMI-KINGAKU NOT = WK-KEISAN-ZUMI-KINGAKU
             DISPLAY "*** KUBM084 ABEND KEKKA TRAILER MISMATCH"
             DISPLAY "*** KUBM084 TRAILER=" WK-TRL-KENSU
                     "/" WK-TRL-KINGAKU
                     " ZUMI=" WK-TRL-ZUMI-KENSU
                     "/" WK-TRL-ZUMI-KINGAKU
             DISPLAY "*** KUBM084 DETAIL =" WK-KEISAN-KENSU
                     "/" WK-KEISAN-KINGAKU
                     " ZUMI=" WK-KEISAN-ZUMI-KENSU
                     "/" WK-KEISAN-ZUMI-KINGAKU
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-KFRO-RTN                   SECTION.
           OPEN INPUT KFRO-FILE.
           IF WK-KFRO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT KFROLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT KFRW-FILE.
           IF WK-KFRW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT KFRWK-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO KFRO-END-FLG.
           PERFORM LOAD-KFRO-READ-RTN
             UNTIL KFRO-END-FLG = "Y".
           CLOSE KFRO-FILE.
      *    結果を反映するため、以降は更新モードで使用する
           CLOSE KFRW-FILE.
           OPEN I-O KFRW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-KFRO-READ-RTN              SECTION.
           READ KFRO-FILE
             AT END
               MOVE "Y" TO KFRO-END-FLG
             NOT AT END
               ADD 1 TO KFRO-CNT
               MOVE KFR-SEI-NO TO KFRW-SEI-NO
               MOVE KFRO-REC TO KFRW-DATA
               WRITE KFRW-REC
                 INVALID KEY
      *            重複した依頼記録は新世代で一方が失われるため、
      *            ABENDとする
                   DISPLAY "*** KUBM084 ABEND DUPLICATE SEI-NO="
                           KFR-SEI-NO " IN KFROLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE KFRO-FILE
                   CLOSE KFRW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-FKMO-RTN                   SECTION.
           OPEN INPUT FKMO-FILE.
           IF WK-FKMO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT FKMOLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT FKMW-FILE.
           IF WK-FKMW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM084 ABEND NOT FKMWK-FILE"
             MOVE 20 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO FKMO-END-FLG.
           PERFORM LOAD-FKMO-READ-RTN
             UNTIL FKMO-END-FLG = "Y".
           CLOSE FKMO-FILE.
      *    口座振替を停止するため、以降は更新モードで使用する
           CLOSE FKMW-FILE.
           OPEN I-O FKMW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-FKMO-READ-RTN              SECTION.
           READ FKMO-FILE
             AT END
               MOVE "Y" TO FKMO-END-FLG
             NOT AT END
               ADD 1 TO FKMO-CNT
               MOVE FKM-TOKU-COD TO FKMW-TOKU
               MOVE FKMO-REC TO FKMW-DATA
               WRITE FKMW-REC
                 INVALID KEY
      *            重複した口座は新世代で一方が失われるため、警告
      *            ではなくABENDとする
                   DISPLAY "*** KUBM084 ABEND DUPLICATE TOKU-COD="
                           FKM-TOKU-COD " IN FKMOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE FKMO-FILE
                   CLOSE FKMW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （宛名の表示にのみ使うため、無い場合は空白とする）
      ******************************************************************
       OPEN-MSTR-RTN                   SECTION.
           MOVE SPACE TO WK-MSA-AREA.
           MOVE ZERO TO MSA-KIJUN-DATE.
           MOVE ZERO TO MSA-SURYO.
           MOVE ZERO TO MSA-MATCH-CNT.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           MOVE "O" TO MSA-FUNC.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM084 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（結果明細１件分）
      *    （台帳の依頼中の請求書と得意先・金額が一致した場合のみ
      *      結果を反映する）
      ******************************************************************
       MAIN-RTN                        SECTION.
           READ KFK-FILE
             AT END
               MOVE "Y" TO KFK-END-FLG
               GO TO EXI
           END-READ.
           IF NOT KFZ-REC-DATA
             GO TO EXI
           END-IF.
           MOVE KFK-REC TO WK-KFKW-REC.
           MOVE WKFZ-HIKI-KINGAKU TO WK-KINGAKU.
           MOVE WKFZ-KOKYAKU-TOKU TO WK-RPT-TOKU-COD.
           MOVE WKFZ-KOKYAKU-SEI-NO TO WK-RPT-SEI-NO.
           MOVE ZERO TO WK-RPT-FURIKAE-DATE.
           MOVE WK-KINGAKU TO WK-RPT-KINGAKU.
           MOVE WKFZ-KEKKA-COD TO WK-RPT-KEKKA-COD.
      *
           IF WKFZ-KOKYAKU-SEI-NO NOT NUMERIC
             MOVE "顧客番号の請求書番号不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE WKFZ-KOKYAKU-SEI-NO TO WK-SEARCH-SEI-NO.
           PERFORM FIND-KFR-RTN.
           IF WK-KFR-FOUND-FLG NOT = "Y"
             MOVE "依頼台帳に無い請求書" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE KFRW-DATA TO WK-KFRW-REC.
           MOVE WKFR-FURIKAE-DATE TO WK-RPT-FURIKAE-DATE.
           IF WKFR-TOKU-COD NOT = WKFZ-KOKYAKU-TOKU
             MOVE "依頼台帳と得意先が不一致" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF NOT WKFR-STATUS-IRAI
             MOVE "結果取込済み" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF WKFR-KINGAKU NOT = WK-KINGAKU
             MOVE "依頼金額と不一致" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF WKFZ-KEKKA-COD NOT NUMERIC
             MOVE "振替結果コード不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           MOVE WKFZ-KEKKA-COD TO WKFR-KEKKA-COD.
           MOVE WK-TODAY TO WKFR-KEKKA-DATE.
           IF WKFZ-KEKKA-FURIKAE-ZUMI
             MOVE "2" TO WKFR-STATUS-KBN
             PERFORM WRITE-PAY-RTN
             MOVE SPACE TO WK-RPT-MARK
             MOVE "振替済" TO WK-RPT-BIKO
           ELSE
             MOVE "3" TO WKFR-STATUS-KBN
             PERFORM FUNO-RTN
             MOVE "＊不能　　" TO WK-RPT-MARK
             MOVE WK-JIYU TO WK-RPT-BIKO
           END-IF.
           MOVE WK-KFRW-REC TO KFRW-DATA.
           REWRITE KFRW-REC.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション出力処理（振替済１件分）
      ******************************************************************
       WRITE-PAY-RTN                   SECTION.
           MOVE SPACE TO PAYO-REC.
           MOVE WKFR-TOKU-COD TO PAY-TOKU-COD.
           MOVE WKFR-FURIKAE-DATE TO PAY-DATE.
           MOVE WK-KINGAKU TO PAY-KINGAKU.
           MOVE WKFR-SEI-NO TO PAY-REF(1:8).
           MOVE "KF" TO PAY-REF(9:2).
           WRITE PAYO-REC.
           ADD 1 TO PAYO-CNT.
           COMPUTE WK-ZUMI-TOTAL = WK-ZUMI-TOTAL + WK-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    振替不能処理（振替不能１件分）
      *    （振替不能リストへ印字し、得意先の口座振替を停止して通常
      *      の督促の対象とする）
      ******************************************************************
       FUNO-RTN                        SECTION.
           PERFORM SET-JIYU-RTN.
           MOVE SPACE TO WK-LST-BIKO.
           MOVE WKFR-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-FKM-RTN.
           IF WK-FKM-FOUND-FLG NOT = "Y"
             MOVE "振込先マスタに無し" TO WK-LST-BIKO
           ELSE
             MOVE FKMW-DATA TO WK-FKMW-REC
             IF WFKM-KOFURI-ARI
               ADD 1 TO WK-TEISHI-CNT
               MOVE "口座振替を停止" TO WK-LST-BIKO
             END-IF
             MOVE "9" TO WFKM-KOFURI-KBN
             MOVE WKFR-FURIKAE-DATE TO WFKM-FUNO-DATE
             MOVE WKFZ-KEKKA-COD TO WFKM-FUNO-COD
             MOVE WK-FKMW-REC TO FKMW-DATA
             REWRITE FKMW-REC
           END-IF.
      *
           MOVE WKFR-TOKU-COD TO WK-LST-TOKU-COD.
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-LST-TOKU-MEI
           ELSE
             MOVE TOKM-TOKU-MEI TO WK-LST-TOKU-MEI
           END-IF.
           MOVE WKFR-SEI-NO TO WK-LST-SEI-NO.
           MOVE WKFR-FURIKAE-DATE TO WK-LST-FURIKAE-DATE.
           MOVE WK-KINGAKU TO WK-LST-KINGAKU.
           MOVE WKFZ-KEKKA-COD TO WK-LST-KEKKA-COD.
           MOVE WK-JIYU TO WK-LST-JIYU.
           MOVE WK-LST-LINE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           ADD 1 TO WK-FUNO-CNT.
           COMPUTE WK-FUNO-TOTAL = WK-FUNO-TOTAL + WK-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    振替不能事由編集処理（振替結果コードから）
      ******************************************************************
       SET-JIYU-RTN                    SECTION.
           MOVE "その他" TO WK-JIYU.
           IF WKFZ-KEKKA-COD = "1"
             MOVE "資金不足" TO WK-JIYU
           END-IF.
           IF WKFZ-KEKKA-COD = "2"
             MOVE "預金取引なし" TO WK-JIYU
           END-IF.
           IF WKFZ-KEKKA-COD = "3"
             MOVE "預金者の都合による停止" TO WK-JIYU
           END-IF.
           IF WKFZ-KEKKA-COD = "4"
             MOVE "振替依頼書なし" TO WK-JIYU
           END-IF.
           IF WKFZ-KEKKA-COD = "8"
             MOVE "委託者の都合による停止" TO WK-JIYU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リストエラー行出力処理
      ******************************************************************
       WRITE-ERR-RTN                   SECTION.
           MOVE "＊エラー　" TO WK-RPT-MARK.
           MOVE WK-ERR-MSG TO WK-RPT-BIKO.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-ERR-CNT.
           DISPLAY "*** KUBM084 REJECTED KOKYAKU-NO="
                   WKFZ-KOKYAKU-NO.
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
      *    書き込み処理（振替不能リスト）
      ******************************************************************
       WRITE-LST-REC-RTN               SECTION.
           WRITE LST-REC AFTER 1.
           ADD 1 TO LST-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    依頼台帳作業ファイル検索処理（WK-SEARCH-SEI-NOの請求書）
      ******************************************************************
       FIND-KFR-RTN                    SECTION.
           MOVE "N" TO WK-KFR-FOUND-FLG.
           MOVE WK-SEARCH-SEI-NO TO KFRW-SEI-NO.
           READ KFRW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-KFR-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    振込先作業ファイル検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-FKM-RTN                    SECTION.
           MOVE "N" TO WK-FKM-FOUND-FLG.
           MOVE WK-SEARCH-TOKU TO FKMW-TOKU.
           READ FKMW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-FKM-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理（WK-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-TKI-RTN                    SECTION.
           MOVE "N" TO WK-TKI-FOUND-FLG.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-SEARCH-TOKU TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TKI-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    依頼台帳書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-KFR-RTN                   SECTION.
           MOVE ZERO TO KFRW-SEI-NO.
           START KFRW-FILE KEY IS NOT LESS THAN KFRW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-KFRW-END-FLG.
           PERFORM FLUSH-KFR-READ-RTN
             UNTIL WK-KFRW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    依頼台帳書き戻し処理（１件分）
      ******************************************************************
       FLUSH-KFR-READ-RTN              SECTION.
           READ KFRW-FILE NEXT
             AT END
               MOVE "Y" TO WK-KFRW-END-FLG
               GO TO EXI
           END-READ.
           MOVE KFRW-DATA TO KFRN-REC.
           WRITE KFRN-REC.
           ADD 1 TO KFRN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    振込先マスタ書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-FKM-RTN                   SECTION.
           MOVE LOW-VALUE TO FKMW-TOKU.
           START FKMW-FILE KEY IS NOT LESS THAN FKMW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-FKMW-END-FLG.
           PERFORM FLUSH-FKM-READ-RTN
             UNTIL WK-FKMW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    振込先マスタ書き戻し処理（１件分）
      ******************************************************************
       FLUSH-FKM-READ-RTN              SECTION.
           READ FKMW-FILE NEXT
             AT END
               MOVE "Y" TO WK-FKMW-END-FLG
               GO TO EXI
           END-READ.
           MOVE FKMW-DATA TO FKMN-REC.
           WRITE FKMN-REC.
           ADD 1 TO FKMN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊振替済合計＊" TO WK-SUM-LABEL.
           MOVE WK-ZUMI-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊振替不能合計＊" TO WK-SUM-LABEL.
           MOVE WK-FUNO-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "結果明細件数" TO WK-CNT-LABEL.
           MOVE WK-KFK-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "振替済（入金）件数" TO WK-CNT-LABEL.
           MOVE PAYO-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "振替不能件数" TO WK-CNT-LABEL.
           MOVE WK-FUNO-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "口座振替停止得意先数" TO WK-CNT-LABEL.
           MOVE WK-TEISHI-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "エラー件数" TO WK-CNT-LABEL.
           MOVE WK-ERR-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
      *
           MOVE SPACE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE "＊振替不能合計＊" TO WK-SUM-LABEL.
           MOVE WK-FUNO-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE "振替不能件数" TO WK-CNT-LABEL.
           MOVE WK-FUNO-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
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
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM084" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE WK-KFK-CNT TO RNL-IN-CNT.
           MOVE PAYO-CNT TO RNL-OUT-CNT.
           COMPUTE RNL-EXC-CNT = WK-FUNO-CNT + WK-ERR-CNT.
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
           PERFORM FLUSH-KFR-RTN.
           PERFORM FLUSH-FKM-RTN.
      *
           CLOSE KFK-FILE.
           CLOSE KFRW-FILE.
           CLOSE FKMW-FILE.
           CLOSE KFRN-FILE.
           CLOSE FKMN-FILE.
           CLOSE PAYO-FILE.
           CLOSE LST-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM084 KEKKA=" KFK-CNT
                   " DETAIL=" WK-KFK-CNT.
           DISPLAY "*** KUBM084 PAYOUT=" PAYO-CNT.
           DISPLAY "*** KUBM084 FUNO=" WK-FUNO-CNT.
           DISPLAY "*** KUBM084 STOPPED=" WK-TEISHI-CNT.
           DISPLAY "*** KUBM084 ERROR=" WK-ERR-CNT.
           DISPLAY "*** KUBM084 KFROLD=" KFRO-CNT.
           DISPLAY "*** KUBM084 KFRNEW=" KFRN-CNT.
           DISPLAY "*** KUBM084 FKMOLD=" FKMO-CNT.
           DISPLAY "*** KUBM084 FKMNEW=" FKMN-CNT.
           IF (WK-FUNO-CNT > ZERO OR WK-ERR-CNT > ZERO)
             AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM084 WARNING FAILED OR REJECTED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM084 END ***".
       EXI.
           EXIT.
