       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM077.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：商品在庫受払更新
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    商品番号の昇順に並べた次の３つを突合し、商品ごとの当日の
      *    受払を商品在庫マスタ（STKOLD・KUCF104）へ反映した新世代
      *    マスタ（STKNEW）を作成する。
      *    　・現行の商品在庫マスタ（STKOLD）
      *    　・当日の売上実績データ（ITF・KUCF010の明細のみ）
      *    　　KUBM040・KUBM045と同じ共通チェックKUBS020で採用となる
      *    　　明細のうち、売上は出庫として在庫を減らし、返品は入庫
      *    　　として在庫へ戻す。単価調整（数量ゼロ）は対象外。
      *    　・仕入入庫トランザクション（STR・KUCF105）
      *    　　仕入先からの入荷を入庫として在庫へ加える。
      *    商品ごとの前日在庫・仕入入庫・売上出庫・返品入庫・当日在庫
      *    を受払表（RPT）へ、当日在庫がマイナスの商品を在庫マイナス
      *    商品リスト（EXC）へ印字する。在庫マイナスは当日の出庫で
      *    マイナスになった商品（新規）と前日からマイナスが続いて
      *    いる商品（継続）を区別して示し、営業部門が欠品を事前に
      *    把握できるようにする。
      *    入庫トランザクションの誤り（商品番号・日付・数量の不正）は
      *    在庫へ反映せず受払表へ印字してRETURN-CODE 4とする。
      *    いずれかの入力が商品番号順でない場合、現行マスタが当日
      *    既に更新済みの場合は二重計上を防ぐためRETURN-CODE 16で
      *    終了する。STKOLDが無い場合は空マスタからの新規作成として
      *    動作する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT STKO-FILE
             ASSIGN TO EXTERNAL STKOLD
               FILE STATUS IS WK-STKO-FILE-ERR.
           SELECT ITF-FILE
             ASSIGN TO EXTERNAL ITF
               FILE STATUS IS WK-ITF-FILE-ERR.
           SELECT STR-FILE
             ASSIGN TO EXTERNAL STR
               FILE STATUS IS WK-STR-FILE-ERR.
           SELECT STKN-FILE
             ASSIGN TO EXTERNAL STKNEW
               FILE STATUS IS WK-STKN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT EXC-FILE
             ASSIGN TO EXTERNAL EXC
               FILE STATUS IS WK-EXC-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  STKO-FILE.
       01  STKO-REC.
           COPY KUCF104.
       FD  ITF-FILE.
       01  ITF-REC.
           COPY KUCF010.
       FD  STR-FILE.
       01  STR-REC.
           COPY KUCF105.
       FD  STKN-FILE.
       01  STKN-REC.
           COPY KUCF104
               REPLACING LEADING ==STK== BY ==NSTK==.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
       FD  EXC-FILE.
       01  EXC-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-STKO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ITF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-STR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-STKN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EXC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
      *    現行マスタ使用フラグ（Ｙ＝STKOLDをオープンできた）
       01  WK-STKO-AVAIL-FLG           PIC X VALUE "N".
       01  STKO-CNT                    PIC 9(10) VALUE ZERO.
       01  ITF-CNT                     PIC 9(10) VALUE ZERO.
       01  STR-CNT                     PIC 9(10) VALUE ZERO.
       01  STKN-CNT                    PIC 9(10) VALUE ZERO.
       01  WK-ITF-USE-CNT              PIC 9(10) VALUE ZERO.
       01  WK-ITF-SKIP-CNT             PIC 9(10) VALUE ZERO.
       01  WK-STR-USE-CNT              PIC 9(10) VALUE ZERO.
       01  WK-STR-ERR-CNT              PIC 9(10) VALUE ZERO.
       01  WK-MINUS-CNT                PIC 9(10) VALUE ZERO.
       01  WK-MINUS-NEW-CNT            PIC 9(10) VALUE ZERO.
      *
       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
      *
      *突合キー（商品番号。ファイル終了時はHIGH-VALUEとする）
       01  WK-STKO-KEY                 PIC X(5) VALUE HIGH-VALUE.
       01  WK-ITF-KEY                  PIC X(5) VALUE HIGH-VALUE.
       01  WK-STR-KEY                  PIC X(5) VALUE HIGH-VALUE.
       01  WK-LOW-KEY                  PIC X(5) VALUE HIGH-VALUE.
      *順序チェック用（前回読み込みキー）
       01  WK-PREV-STKO-KEY            PIC X(5) VALUE LOW-VALUE.
       01  WK-PREV-ITF-KEY             PIC X(5) VALUE LOW-VALUE.
       01  WK-PREV-STR-KEY             PIC X(5) VALUE LOW-VALUE.
      *
      *処理中商品の受払
       01  WK-CUR-SHOHIN-NO            PIC X(5) VALUE SPACE.
       01  WK-CUR-SHOHIN-MEI           PIC X(20) VALUE SPACE.
       01  WK-CUR-ZENJITSU             PIC S9(9) VALUE ZERO.
       01  WK-CUR-NYUKO                PIC S9(9) VALUE ZERO.
       01  WK-CUR-SHUKKO               PIC S9(9) VALUE ZERO.
       01  WK-CUR-HENPIN               PIC S9(9) VALUE ZERO.
       01  WK-CUR-TOJITSU              PIC S9(9) VALUE ZERO.
       01  WK-CUR-NYUKO-DATE           PIC 9(8) VALUE ZERO.
       01  WK-CUR-SHUKKO-DATE          PIC 9(8) VALUE ZERO.
      *    マスタ登録済みフラグ（Ｙ＝現行マスタに存在）
       01  WK-CUR-MASTER-FLG           PIC X VALUE "N".
      *    受払発生フラグ（Ｙ＝当日の入庫・出庫・返品あり）
       01  WK-CUR-MOVE-FLG             PIC X VALUE "N".
      *
      *全商品合計
       01  WK-TOT-ZENJITSU             PIC S9(11) VALUE ZERO.
       01  WK-TOT-NYUKO                PIC S9(11) VALUE ZERO.
       01  WK-TOT-SHUKKO               PIC S9(11) VALUE ZERO.
       01  WK-TOT-HENPIN               PIC S9(11) VALUE ZERO.
       01  WK-TOT-TOJITSU              PIC S9(11) VALUE ZERO.
      *
      *入庫トランザクションエラー理由
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *入力データ基本チェック用（KUBM040と共通のKUBS020による）
       01  WK-EDIT-FAIL-FLG            PIC X VALUE "N".
      *入力チェック結果連絡領域（共通チェックKUBS020の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *
      *受払表見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(32) VALUE
             "＊＊＊　商品在庫受払表　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "処理日：".
           03  WK-RPT-TITLE-DATE       PIC 9(8).
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(5) VALUE "商品　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "商品名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　前日在庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　仕入入庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　売上出庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　返品入庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　当日在庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "備考".
      *
      *受払表明細行
       01  WK-LST-LINE.
           03  WK-LST-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-ZENJITSU         PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-NYUKO            PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-SHUKKO           PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-HENPIN           PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TOJITSU          PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-BIKO             PIC X(10).
      *
      *受払表合計行
       01  WK-TOT-LINE.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "全商品合計　".
           03  WK-TOT-LINE-CNT         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE "件".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-TOT-LINE-ZENJITSU    PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-TOT-LINE-NYUKO       PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-TOT-LINE-SHUKKO      PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-TOT-LINE-HENPIN      PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-TOT-LINE-TOJITSU     PIC -ZZZ,ZZZ,ZZ9.
      *
      *入庫トランザクションエラー行
       01  WK-ERR-LINE.
           03  FILLER                  PIC X(6) VALUE "＊入庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "伝票：".
           03  WK-ERR-DENPYO-NO        PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "入庫日".
           03  WK-ERR-NYUKO-DATE       PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "数量".
           03  WK-ERR-SURYO            PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-REASON           PIC X(30).
      *
      *在庫マイナス商品リスト見出し
       01  WK-EXC-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊在庫マイナス商品リスト＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "処理日：".
           03  WK-EXC-TITLE-DATE       PIC 9(8).
      *
       01  WK-EXC-SUBTITLE.
           03  FILLER                  PIC X(5) VALUE "商品　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "商品名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　前日在庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　　当日在庫".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "区分".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "最終入庫日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "最終出庫日".
      *
      *在庫マイナス商品リスト明細行
       01  WK-EXC-LINE.
           03  WK-EXC-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-EXC-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-EXC-ZENJITSU         PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-EXC-TOJITSU          PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-EXC-KBN              PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-EXC-NYUKO-DATE       PIC 9(8).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-EXC-SHUKKO-DATE      PIC 9(8).
      *
      *在庫マイナス商品リスト件数行
       01  WK-EXC-TOT-LINE.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "在庫マイナス　".
           03  WK-EXC-TOT-CNT          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE "件".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "うち新規".
           03  WK-EXC-TOT-NEW          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE "件".
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL WK-LOW-KEY = HIGH-VALUE.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM077 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
           MOVE WK-RUN-DATE TO WK-RPT-TITLE-DATE.
           MOVE WK-RUN-DATE TO WK-EXC-TITLE-DATE.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = 00
             DISPLAY "*** KUBM077 ABEND NOT ITF-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT STR-FILE.
           IF WK-STR-FILE-ERR NOT = 00
             DISPLAY "*** KUBM077 ABEND NOT STR-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT STKN-FILE.
           IF WK-STKN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM077 ABEND NOT STKNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM077 ABEND NOT RPT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF WK-EXC-FILE-ERR NOT = 00
             DISPLAY "*** KUBM077 ABEND NOT EXC-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-EXC-TITLE TO EXC-REC.
           PERFORM WRITE-EXC-REC-RTN.
           MOVE WK-EXC-SUBTITLE TO EXC-REC.
           PERFORM WRITE-EXC-REC-RTN.
           MOVE SPACE TO EXC-REC.
           PERFORM WRITE-EXC-REC-RTN.
      *
      *    現行マスタが無い場合は空マスタからの新規作成とする
           OPEN INPUT STKO-FILE.
           IF WK-STKO-FILE-ERR = 00
             MOVE "Y" TO WK-STKO-AVAIL-FLG
             PERFORM READ-STKO-RTN
           ELSE
             DISPLAY "*** KUBM077 WARNING STKOLD NOT AVAILABLE ***"
             DISPLAY "*** KUBM077 CREATING NEW MASTER ***"
           END-IF.
      *
           PERFORM READ-ITF-RTN.
           PERFORM READ-STR-RTN.
           PERFORM SET-LOW-KEY-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    現行マスタ読み込み処理
      *    （商品番号の昇順・重複なしであることを保証する。当日既に
      *      更新済みの世代は再実行による二重計上となるため止める）
      ******************************************************************
       READ-STKO-RTN                   SECTION.
           READ STKO-FILE
             AT END
               MOVE HIGH-VALUE TO WK-STKO-KEY
               GO TO EXI
           END-READ.
      *
           ADD 1 TO STKO-CNT.
           MOVE STK-SHOHIN-NO TO WK-STKO-KEY.
           IF WK-STKO-KEY NOT > WK-PREV-STKO-KEY
             DISPLAY "*** KUBM077 ABEND STKOLD OUT OF SEQUENCE"
             DISPLAY "*** SHOHIN-NO=" STK-SHOHIN-NO
                     " STKO-CNT=" STKO-CNT
             PERFORM ABEND-CLOSE-RTN
           END-IF.
           MOVE WK-STKO-KEY TO WK-PREV-STKO-KEY.
      *
           IF STK-UPD-DATE = WK-RUN-DATE
             DISPLAY "*** KUBM077 ABEND STKOLD ALREADY UPDATED TODAY"
             DISPLAY "*** UPD-DATE=" STK-UPD-DATE
             PERFORM ABEND-CLOSE-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売上実績データ読み込み処理
      *    （明細レコードのみ対象とし、商品番号の昇順を保証する）
      ******************************************************************
       READ-ITF-RTN                    SECTION.
           READ ITF-FILE
             AT END
               MOVE HIGH-VALUE TO WK-ITF-KEY
               GO TO EXI
           END-READ.
      *
           IF NOT UF010-REC-DETAIL
             GO TO READ-ITF-RTN
           END-IF.
           ADD 1 TO ITF-CNT.
           MOVE UF010-SHOHIN-NO TO WK-ITF-KEY.
           IF WK-ITF-KEY < WK-PREV-ITF-KEY
             DISPLAY "*** KUBM077 ABEND ITF-FILE OUT OF SEQUENCE"
             DISPLAY "*** SHOHIN-NO=" UF010-SHOHIN-NO
                     " ITF-CNT=" ITF-CNT
             PERFORM ABEND-CLOSE-RTN
           END-IF.
           MOVE WK-ITF-KEY TO WK-PREV-ITF-KEY.
       EXI.
           EXIT.
      ******************************************************************
      *    仕入入庫トランザクション読み込み処理
      *    （商品番号の昇順であることを保証する）
      ******************************************************************
       READ-STR-RTN                    SECTION.
           READ STR-FILE
             AT END
               MOVE HIGH-VALUE TO WK-STR-KEY
               GO TO EXI
           END-READ.
      *
           ADD 1 TO STR-CNT.
           MOVE STR-SHOHIN-NO TO WK-STR-KEY.
           IF WK-STR-KEY < WK-PREV-STR-KEY
             DISPLAY "*** KUBM077 ABEND STR-FILE OUT OF SEQUENCE"
             DISPLAY "*** SHOHIN-NO=" STR-SHOHIN-NO
                     " STR-CNT=" STR-CNT
             PERFORM ABEND-CLOSE-RTN
           END-IF.
           MOVE WK-STR-KEY TO WK-PREV-STR-KEY.
       EXI.
           EXIT.
      ******************************************************************
      *    突合キー決定処理（３ファイルのうち最小の商品番号）
      ******************************************************************
       SET-LOW-KEY-RTN                 SECTION.
           MOVE WK-STKO-KEY TO WK-LOW-KEY.
           IF WK-ITF-KEY < WK-LOW-KEY
             MOVE WK-ITF-KEY TO WK-LOW-KEY
           END-IF.
           IF WK-STR-KEY < WK-LOW-KEY
             MOVE WK-STR-KEY TO WK-LOW-KEY
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（商品１件分の受払を集めて新マスタへ書き出す）
      ******************************************************************
       MAIN-RTN                        SECTION.
           MOVE WK-LOW-KEY TO WK-CUR-SHOHIN-NO.
           MOVE SPACE TO WK-CUR-SHOHIN-MEI.
           MOVE ZERO TO WK-CUR-ZENJITSU.
           MOVE ZERO TO WK-CUR-NYUKO.
           MOVE ZERO TO WK-CUR-SHUKKO.
           MOVE ZERO TO WK-CUR-HENPIN.
           MOVE ZERO TO WK-CUR-NYUKO-DATE.
           MOVE ZERO TO WK-CUR-SHUKKO-DATE.
           MOVE "N" TO WK-CUR-MASTER-FLG.
           MOVE "N" TO WK-CUR-MOVE-FLG.
      *
           IF WK-STKO-KEY = WK-LOW-KEY
             MOVE "Y" TO WK-CUR-MASTER-FLG
             MOVE STK-SHOHIN-MEI TO WK-CUR-SHOHIN-MEI
             IF STK-ZAIKO-SURYO NUMERIC
               MOVE STK-ZAIKO-SURYO TO WK-CUR-ZENJITSU
             END-IF
             IF STK-LAST-NYUKO-DATE NUMERIC
               MOVE STK-LAST-NYUKO-DATE TO WK-CUR-NYUKO-DATE
             END-IF
             IF STK-LAST-SHUKKO-DATE NUMERIC
               MOVE STK-LAST-SHUKKO-DATE TO WK-CUR-SHUKKO-DATE
             END-IF
             PERFORM READ-STKO-RTN
           END-IF.
      *
           PERFORM APPLY-STR-RTN UNTIL WK-STR-KEY NOT = WK-LOW-KEY.
           PERFORM APPLY-ITF-RTN UNTIL WK-ITF-KEY NOT = WK-LOW-KEY.
      *
      *    マスタ未登録で有効な受払も無いキー（誤りのある入庫・
      *    不採用の明細のみ）はマスタへ登録しない
           IF WK-CUR-MASTER-FLG = "Y" OR WK-CUR-MOVE-FLG = "Y"
             PERFORM PUT-STOCK-RTN
           END-IF.
      *
           PERFORM SET-LOW-KEY-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    仕入入庫反映処理
      *    （商品番号・入庫日付・数量が不正な入庫は反映せず受払表へ
      *      エラーとして印字する）
      ******************************************************************
       APPLY-STR-RTN                   SECTION.
           MOVE SPACE TO WK-ERR-MSG.
           IF STR-SHOHIN-NO = SPACE
             MOVE "商品番号未設定" TO WK-ERR-MSG
           ELSE
             IF STR-NYUKO-DATE NOT NUMERIC
               OR STR-NYUKO-DATE = ZERO
               MOVE "入庫日付不正" TO WK-ERR-MSG
             ELSE
               IF STR-NYUKO-DATE > WK-RUN-DATE
                 MOVE "入庫日付が処理日より後" TO WK-ERR-MSG
               ELSE
                 IF STR-SURYO NOT NUMERIC
                   OR STR-SURYO = ZERO
                   MOVE "数量不正" TO WK-ERR-MSG
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
           IF WK-ERR-MSG NOT = SPACE
             PERFORM WRITE-STR-ERR-RTN
           ELSE
             ADD STR-SURYO TO WK-CUR-NYUKO
             IF STR-NYUKO-DATE > WK-CUR-NYUKO-DATE
               MOVE STR-NYUKO-DATE TO WK-CUR-NYUKO-DATE
             END-IF
             MOVE "Y" TO WK-CUR-MOVE-FLG
             ADD 1 TO WK-STR-USE-CNT
           END-IF.
      *
           PERFORM READ-STR-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    売上出庫・返品入庫反映処理
      *    （KUBM040と共通のKUBS020で採用となる売上・返品のみ対象。
      *      返品数量は正で受け取るが、符号付きで来た場合も入庫と
      *      して扱う）
      ******************************************************************
       APPLY-ITF-RTN                   SECTION.
           MOVE "N" TO WK-EDIT-FAIL-FLG.
           IF UF010-DATA-URIAGE OR UF010-DATA-HENPIN
             PERFORM EDIT-CHECK-RTN
           END-IF.
      *
           IF (UF010-DATA-URIAGE OR UF010-DATA-HENPIN)
             AND WK-EDIT-FAIL-FLG = "N"
             IF UF010-DATA-URIAGE
               ADD UF010-SURYO TO WK-CUR-SHUKKO
             ELSE
               IF UF010-SURYO < ZERO
                 SUBTRACT UF010-SURYO FROM WK-CUR-HENPIN
               ELSE
                 ADD UF010-SURYO TO WK-CUR-HENPIN
               END-IF
             END-IF
             IF UF010-JUCHU-DATE > WK-CUR-SHUKKO-DATE
               AND UF010-DATA-URIAGE
               MOVE UF010-JUCHU-DATE TO WK-CUR-SHUKKO-DATE
             END-IF
             IF WK-CUR-SHOHIN-MEI = SPACE
               MOVE UF010-SHOHIN-MEI TO WK-CUR-SHOHIN-MEI
             END-IF
             MOVE "Y" TO WK-CUR-MOVE-FLG
             ADD 1 TO WK-ITF-USE-CNT
           ELSE
             ADD 1 TO WK-ITF-SKIP-CNT
           END-IF.
      *
           PERFORM READ-ITF-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    入力データ基本チェック処理
      *    （KUBM040と共通のKUBS020を呼び出す。チェック基準の変更は
      *      KUBS020の修正のみで全プログラムへ反映される）
      ******************************************************************
       EDIT-CHECK-RTN                  SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS020" USING ITF-REC WK-EDT-RESULT.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           MOVE EDT-FAIL-FLG TO WK-EDIT-FAIL-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    在庫確定処理
      *    （当日在庫＝前日在庫＋仕入入庫−売上出庫＋返品入庫。新マスタ
      *      への書き出し、受払表・在庫マイナス商品リストへの印字）
      ******************************************************************
       PUT-STOCK-RTN                   SECTION.
           COMPUTE WK-CUR-TOJITSU = WK-CUR-ZENJITSU + WK-CUR-NYUKO
                                  - WK-CUR-SHUKKO + WK-CUR-HENPIN.
      *
           MOVE SPACE TO STKN-REC.
           MOVE WK-CUR-SHOHIN-NO TO NSTK-SHOHIN-NO.
           MOVE WK-CUR-SHOHIN-MEI TO NSTK-SHOHIN-MEI.
           MOVE WK-CUR-TOJITSU TO NSTK-ZAIKO-SURYO.
           MOVE WK-CUR-NYUKO-DATE TO NSTK-LAST-NYUKO-DATE.
           MOVE WK-CUR-SHUKKO-DATE TO NSTK-LAST-SHUKKO-DATE.
           MOVE WK-RUN-DATE TO NSTK-UPD-DATE.
           WRITE STKN-REC.
           ADD 1 TO STKN-CNT.
      *
           ADD WK-CUR-ZENJITSU TO WK-TOT-ZENJITSU.
           ADD WK-CUR-NYUKO TO WK-TOT-NYUKO.
           ADD WK-CUR-SHUKKO TO WK-TOT-SHUKKO.
           ADD WK-CUR-HENPIN TO WK-TOT-HENPIN.
           ADD WK-CUR-TOJITSU TO WK-TOT-TOJITSU.
      *
      *    受払表は当日受払のあった商品と在庫マイナスの商品を印字する
           IF WK-CUR-MOVE-FLG = "Y" OR WK-CUR-TOJITSU < ZERO
             PERFORM WRITE-LST-RTN
           END-IF.
           IF WK-CUR-TOJITSU < ZERO
             PERFORM WRITE-MINUS-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    受払表明細行出力処理
      ******************************************************************
       WRITE-LST-RTN                   SECTION.
           MOVE WK-CUR-SHOHIN-NO TO WK-LST-SHOHIN-NO.
           MOVE WK-CUR-SHOHIN-MEI TO WK-LST-SHOHIN-MEI.
           MOVE WK-CUR-ZENJITSU TO WK-LST-ZENJITSU.
           MOVE WK-CUR-NYUKO TO WK-LST-NYUKO.
           MOVE WK-CUR-SHUKKO TO WK-LST-SHUKKO.
           MOVE WK-CUR-HENPIN TO WK-LST-HENPIN.
           MOVE WK-CUR-TOJITSU TO WK-LST-TOJITSU.
           IF WK-CUR-TOJITSU < ZERO
             MOVE "在庫不足" TO WK-LST-BIKO
           ELSE
             IF WK-CUR-MASTER-FLG = "N"
               MOVE "新規商品" TO WK-LST-BIKO
             ELSE
               MOVE SPACE TO WK-LST-BIKO
             END-IF
           END-IF.
           MOVE WK-LST-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    在庫マイナス商品リスト明細行出力処理
      *    （前日在庫がゼロ以上で当日マイナスとなったものを新規、
      *      前日からマイナスのものを継続とする）
      ******************************************************************
       WRITE-MINUS-RTN                 SECTION.
           MOVE WK-CUR-SHOHIN-NO TO WK-EXC-SHOHIN-NO.
           MOVE WK-CUR-SHOHIN-MEI TO WK-EXC-SHOHIN-MEI.
           MOVE WK-CUR-ZENJITSU TO WK-EXC-ZENJITSU.
           MOVE WK-CUR-TOJITSU TO WK-EXC-TOJITSU.
           IF WK-CUR-ZENJITSU < ZERO
             MOVE "継続" TO WK-EXC-KBN
           ELSE
             MOVE "新規" TO WK-EXC-KBN
             ADD 1 TO WK-MINUS-NEW-CNT
           END-IF.
           MOVE WK-CUR-NYUKO-DATE TO WK-EXC-NYUKO-DATE.
           MOVE WK-CUR-SHUKKO-DATE TO WK-EXC-SHUKKO-DATE.
           MOVE WK-EXC-LINE TO EXC-REC.
           PERFORM WRITE-EXC-REC-RTN.
           ADD 1 TO WK-MINUS-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    入庫トランザクションエラー行出力処理
      ******************************************************************
       WRITE-STR-ERR-RTN               SECTION.
           MOVE STR-SHOHIN-NO TO WK-ERR-SHOHIN-NO.
           MOVE STR-DENPYO-NO TO WK-ERR-DENPYO-NO.
           MOVE STR-NYUKO-DATE TO WK-ERR-NYUKO-DATE.
           IF STR-SURYO NUMERIC
             MOVE STR-SURYO TO WK-ERR-SURYO
           ELSE
             MOVE ZERO TO WK-ERR-SURYO
           END-IF.
           MOVE WK-ERR-MSG TO WK-ERR-REASON.
           MOVE WK-ERR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-STR-ERR-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（受払表）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（在庫マイナス商品リスト）
      ******************************************************************
       WRITE-EXC-REC-RTN               SECTION.
           WRITE EXC-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    異常終了処理（順序誤り・当日更新済み。新マスタは不完全な
      *    ため使用しないこと）
      ******************************************************************
       ABEND-CLOSE-RTN                 SECTION.
           MOVE 16 TO RETURN-CODE.
           CLOSE ITF-FILE.
           CLOSE STR-FILE.
           CLOSE STKN-FILE.
           CLOSE RPT-FILE.
           CLOSE EXC-FILE.
           IF WK-STKO-AVAIL-FLG = "Y"
             CLOSE STKO-FILE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           STOP RUN.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      ******************************************************************
       TERM-RTN                        SECTION.
           MOVE STKN-CNT TO WK-TOT-LINE-CNT.
           MOVE WK-TOT-ZENJITSU TO WK-TOT-LINE-ZENJITSU.
           MOVE WK-TOT-NYUKO TO WK-TOT-LINE-NYUKO.
           MOVE WK-TOT-SHUKKO TO WK-TOT-LINE-SHUKKO.
           MOVE WK-TOT-HENPIN TO WK-TOT-LINE-HENPIN.
           MOVE WK-TOT-TOJITSU TO WK-TOT-LINE-TOJITSU.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-TOT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           MOVE WK-MINUS-CNT TO WK-EXC-TOT-CNT.
           MOVE WK-MINUS-NEW-CNT TO WK-EXC-TOT-NEW.
           MOVE SPACE TO EXC-REC.
           PERFORM WRITE-EXC-REC-RTN.
           MOVE WK-EXC-TOT-LINE TO EXC-REC.
           PERFORM WRITE-EXC-REC-RTN.
      *
           IF WK-STKO-AVAIL-FLG = "Y"
             CLOSE STKO-FILE
           END-IF.
           CLOSE ITF-FILE.
           CLOSE STR-FILE.
           CLOSE STKN-FILE.
           CLOSE RPT-FILE.
           CLOSE EXC-FILE.
           DISPLAY "*** KUBM077 STKOLD=" STKO-CNT.
           DISPLAY "*** KUBM077 ITF=" ITF-CNT.
           DISPLAY "*** KUBM077 ITF USED=" WK-ITF-USE-CNT.
           DISPLAY "*** KUBM077 ITF SKIP=" WK-ITF-SKIP-CNT.
           DISPLAY "*** KUBM077 STR=" STR-CNT.
           DISPLAY "*** KUBM077 STR USED=" WK-STR-USE-CNT.
           DISPLAY "*** KUBM077 STR ERROR=" WK-STR-ERR-CNT.
           DISPLAY "*** KUBM077 STKNEW=" STKN-CNT.
           DISPLAY "*** KUBM077 MINUS=" WK-MINUS-CNT
                   " NEW=" WK-MINUS-NEW-CNT.
      *
           IF WK-STR-ERR-CNT > ZERO
             DISPLAY "*** KUBM077 WARNING STR TRANSACTIONS REJECTED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM077 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM077" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           COMPUTE RNL-IN-CNT = STKO-CNT + ITF-CNT + STR-CNT.
           MOVE STKN-CNT TO RNL-OUT-CNT.
           COMPUTE RNL-EXC-CNT = WK-STR-ERR-CNT + WK-ITF-SKIP-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
