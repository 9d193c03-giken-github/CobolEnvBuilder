       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM086.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：営業日カレンダ作成・保守
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    営業日カレンダマスタ（CALOLD→CALNEW・KUCF126）を保守
      *    トランザクション（CLT・KUCF127）で更新する。トランザク
      *    ションはファイル上の順に適用する。
      *    　・年間作成：指定年の全日を作成し直す。土曜・日曜を休日、
      *    　　それ以外を営業日とする（土曜営業区分１の場合は土曜も
      *    　　営業日）。祝日・年末年始等の会社休日は、続けて休日登録
      *    　　で登録する
      *    　・休日登録：指定日を休日名付きで休日とする
      *    　・営業日登録：指定日を営業日とする（休日出勤日等）
      *    年間作成されていない年への休日・営業日登録、日付不正、
      *    取引区分不正はエラーとして処理リスト（RPT）へ印字し、
      *    RETURN-CODE 4で警告する。処理リストには保守の記録に続けて、
      *    当実行で更新した年ごとの休日一覧と月別営業日数を印字する。
      *    旧世代の無い初回は空のカレンダから作成する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CLT-FILE
             ASSIGN TO EXTERNAL CLT
               FILE STATUS IS WK-CLT-FILE-ERR.
           SELECT CALO-FILE
             ASSIGN TO EXTERNAL CALOLD
               FILE STATUS IS WK-CALO-FILE-ERR.
           SELECT CALN-FILE
             ASSIGN TO EXTERNAL CALNEW
               FILE STATUS IS WK-CALN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CLT-FILE.
       01  CLT-REC.
           COPY KUCF127.
       FD  CALO-FILE.
       01  CALO-REC.
           COPY KUCF126.
       FD  CALN-FILE.
       01  CALN-REC.
           COPY KUCF126
               REPLACING LEADING ==CAL== BY ==NCAL==.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-CLT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CALO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-CALN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  CLT-END-FLG                 PIC X VALUE "Y".
       01  CALO-END-FLG                PIC X VALUE "Y".
       01  CLT-CNT                     PIC 9(10) VALUE ZERO.
       01  CALO-CNT                    PIC 9(10) VALUE ZERO.
       01  CALN-CNT                    PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-OK-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
      *
      *カレンダテーブル（年単位。年の昇順に並べ、各年は１月１日
      *からの経過日数を添字とする。日の区分が空白の日はカレンダに
      *無い日として新世代へ書き出さない）
       01  WK-NEN-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-NEN-MAX                  PIC 9(4) VALUE 30.
       01  WK-NEN-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-NEN-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-NEN-INS-IDX              PIC 9(4) VALUE ZERO.
       01  WK-NEN-TBL.
           03  WK-NEN-ENT              OCCURS 30 TIMES.
             05  WK-NEN-YY             PIC 9(4).
             05  WK-NEN-KOSHIN-FLG     PIC X(1).
             05  WK-NEN-DAY            OCCURS 366 TIMES.
               07  WK-NEN-DAY-KBN      PIC X(1).
               07  WK-NEN-DAY-MEI      PIC X(20).
      *
      *日付計算用作業領域
       01  WK-SEARCH-YY                PIC 9(4) VALUE ZERO.
       01  WK-DATE                     PIC 9(8) VALUE ZERO.
       01  WK-DATE-RED REDEFINES WK-DATE.
           03  WK-DATE-YY              PIC 9(4).
           03  WK-DATE-MM              PIC 9(2).
           03  WK-DATE-DD              PIC 9(2).
       01  WK-GANJITSU-INT             PIC 9(7) VALUE ZERO.
       01  WK-DATE-INT                 PIC 9(7) VALUE ZERO.
       01  WK-NEN-DAYS                 PIC 9(3) VALUE ZERO.
       01  WK-DAY-IDX                  PIC 9(3) VALUE ZERO.
       01  WK-YOBI                     PIC 9(1) VALUE ZERO.
       01  WK-DOYO-KBN                 PIC X(1) VALUE SPACE.
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
      *
      *月別営業日数・休日数
       01  WK-MON-TBL.
           03  WK-MON-ENT              OCCURS 12 TIMES.
             05  WK-MON-EIGYO          PIC 9(3).
             05  WK-MON-KYUJITSU       PIC 9(3).
       01  WK-MON-IDX                  PIC 9(2) VALUE ZERO.
       01  WK-NEN-EIGYO                PIC 9(3) VALUE ZERO.
       01  WK-NEN-KYUJITSU             PIC 9(3) VALUE ZERO.
      *
      *曜日名（１＝月曜日〜７＝日曜日）
       01  WK-YOBI-MEI-TBL.
           03  FILLER                  PIC X(14) VALUE
             "月火水木金土日".
       01  WK-YOBI-MEI-RED REDEFINES WK-YOBI-MEI-TBL.
           03  WK-YOBI-MEI             PIC X(2) OCCURS 7 TIMES.
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
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊営業日カレンダ保守リスト＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(10) VALUE "取引区分".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "日付".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "休日名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE "結果".
      *
      *処理リスト明細行（保守１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-TORI-MEI         PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DATE             PIC X(10).
           03  WK-RPT-DATE-E REDEFINES WK-RPT-DATE
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-MEI              PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KEKKA            PIC X(30).
      *
      *休日一覧見出し
       01  WK-LST-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(2) VALUE "＜".
           03  WK-LST-TITLE-YY         PIC 9(4).
           03  FILLER                  PIC X(20) VALUE
             "年　休日一覧＞".
      *
       01  WK-LST-SUBTITLE.
           03  FILLER                  PIC X(10) VALUE "日付".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "曜日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "休日名".
      *
       01  WK-LST-LINE.
           03  WK-LST-DATE             PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-LST-YOBI             PIC X(2).
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-LST-MEI              PIC X(20).
      *
      *月別営業日数行
       01  WK-MON-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "年月".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "営業日数".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "休日数".
      *
       01  WK-MON-LINE.
           03  WK-MON-LINE-YY          PIC 9(4).
           03  FILLER                  PIC X(1) VALUE "/".
           03  WK-MON-LINE-MM          PIC X(2).
           03  WK-MON-LINE-MM-E REDEFINES WK-MON-LINE-MM
                                       PIC 9(2).
           03  FILLER                  PIC X(8) VALUE SPACE.
           03  WK-MON-LINE-EIGYO       PIC ZZ9.
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  WK-MON-LINE-KYUJITSU    PIC ZZ9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL CLT-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM086 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
      *
           OPEN INPUT CLT-FILE.
           IF WK-CLT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM086 ABEND NOT CLT-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           PERFORM LOAD-CALO-RTN.
      *
           OPEN OUTPUT CALN-FILE.
           IF WK-CALN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM086 ABEND NOT CALNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM086 ABEND NOT RPT-FILE"
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
           MOVE "N" TO CLT-END-FLG.
           PERFORM READ-CLT-RTN.
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
      *    旧世代カレンダ読み込み処理（全件を年単位のテーブルへ展開。
      *      旧世代の無い初回は空のカレンダから始める）
      ******************************************************************
       LOAD-CALO-RTN                   SECTION.
           OPEN INPUT CALO-FILE.
           IF WK-CALO-FILE-ERR = 00
             MOVE "N" TO CALO-END-FLG
             PERFORM LOAD-CALO-READ-RTN
               UNTIL CALO-END-FLG = "Y"
             CLOSE CALO-FILE
           ELSE
             DISPLAY "*** KUBM086 WARNING CALOLD NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    旧世代カレンダ読み込み処理（１件分）
      ******************************************************************
       LOAD-CALO-READ-RTN              SECTION.
           READ CALO-FILE
             AT END
               MOVE "Y" TO CALO-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO CALO-CNT.
           IF CAL-DATE NOT NUMERIC
             GO TO EXI
           END-IF.
           MOVE CAL-DATE TO WK-DATE.
           MOVE WK-DATE-YY TO WK-SEARCH-YY.
           PERFORM FIND-NEN-RTN.
           IF WK-NEN-MATCH-IDX = ZERO
             PERFORM ADD-NEN-RTN
           END-IF.
           PERFORM COMPUTE-DAY-IDX-RTN.
           IF CAL-EIGYO
             MOVE "1" TO WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX)
           ELSE
             MOVE "2" TO WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX)
           END-IF.
           MOVE CAL-KYUJITSU-MEI TO
             WK-NEN-DAY-MEI(WK-NEN-MATCH-IDX, WK-DAY-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    保守トランザクション読み込み処理
      ******************************************************************
       READ-CLT-RTN                    SECTION.
           READ CLT-FILE
             AT END
               MOVE "Y" TO CLT-END-FLG
             NOT AT END
               ADD 1 TO CLT-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（保守トランザクション１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM MAINTAIN-RTN.
           PERFORM READ-CLT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    カレンダ保守処理
      ******************************************************************
       MAINTAIN-RTN                    SECTION.
           MOVE SPACE TO WK-ERR-MSG.
           MOVE SPACE TO WK-RPT-LINE.
           MOVE CLT-KYUJITSU-MEI TO WK-RPT-MEI.
           MOVE CLT-DATE TO WK-RPT-DATE.
           IF CLT-DATE NUMERIC
             MOVE CLT-DATE TO WK-DATE
             MOVE WK-DATE TO WK-RPT-DATE-E
           END-IF.
           MOVE "区分不正" TO WK-RPT-TORI-MEI.
           IF CLT-NENKAN
             MOVE "年間作成" TO WK-RPT-TORI-MEI
             MOVE SPACE TO WK-RPT-MEI
           END-IF.
           IF CLT-KYUJITSU
             MOVE "休日登録" TO WK-RPT-TORI-MEI
           END-IF.
           IF CLT-EIGYO
             MOVE "営業日登録" TO WK-RPT-TORI-MEI
             MOVE SPACE TO WK-RPT-MEI
           END-IF.
      *
           IF NOT CLT-NENKAN AND NOT CLT-KYUJITSU AND NOT CLT-EIGYO
             MOVE "取引区分不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF CLT-NENKAN
             PERFORM NENKAN-RTN
           ELSE
             PERFORM SET-DAY-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    年間作成処理（指定年の全日を土曜・日曜休日で作成し直す）
      ******************************************************************
       NENKAN-RTN                      SECTION.
           IF CLT-DATE-YY NOT NUMERIC
             OR CLT-DATE-YY < 1601 OR CLT-DATE-YY > 9998
             MOVE "年不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF CLT-DOYO-KBN NOT = SPACE AND CLT-DOYO-KBN NOT = "1"
             MOVE "土曜営業区分不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE CLT-DATE-YY TO WK-SEARCH-YY.
           PERFORM FIND-NEN-RTN.
           IF WK-NEN-MATCH-IDX = ZERO
             PERFORM ADD-NEN-RTN
           END-IF.
           MOVE CLT-DOYO-KBN TO WK-DOYO-KBN.
           PERFORM COMPUTE-NEN-DAYS-RTN.
           PERFORM NENKAN-DAY-RTN
             VARYING WK-DAY-IDX FROM 1 BY 1
               UNTIL WK-DAY-IDX > WK-NEN-DAYS.
           MOVE "Y" TO WK-NEN-KOSHIN-FLG(WK-NEN-MATCH-IDX).
           MOVE "作成しました" TO WK-RPT-KEKKA.
           PERFORM WRITE-LINE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    年間作成処理（１日分）
      ******************************************************************
       NENKAN-DAY-RTN                  SECTION.
           COMPUTE WK-DATE-INT = WK-GANJITSU-INT + WK-DAY-IDX - 1.
           PERFORM COMPUTE-YOBI-RTN.
           MOVE "1" TO WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX).
           IF WK-YOBI = 7
             OR (WK-YOBI = 6 AND WK-DOYO-KBN NOT = "1")
             MOVE "2" TO WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX)
           END-IF.
           MOVE SPACE TO WK-NEN-DAY-MEI(WK-NEN-MATCH-IDX, WK-DAY-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    休日登録・営業日登録処理
      ******************************************************************
       SET-DAY-RTN                     SECTION.
           MOVE CLT-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y"
             MOVE "日付不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE CLT-DATE TO WK-DATE.
           MOVE WK-DATE-YY TO WK-SEARCH-YY.
           PERFORM FIND-NEN-RTN.
           IF WK-NEN-MATCH-IDX = ZERO
             MOVE "年間作成されていない年" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           PERFORM COMPUTE-DAY-IDX-RTN.
           IF WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX) = SPACE
             MOVE "年間作成されていない年" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF CLT-KYUJITSU
             IF CLT-KYUJITSU-MEI = SPACE
               MOVE "休日名無し" TO WK-ERR-MSG
               PERFORM WRITE-ERR-RTN
               GO TO EXI
             END-IF
             MOVE "2" TO WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX)
             MOVE CLT-KYUJITSU-MEI TO
               WK-NEN-DAY-MEI(WK-NEN-MATCH-IDX, WK-DAY-IDX)
           ELSE
             MOVE "1" TO WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX)
             MOVE SPACE TO WK-NEN-DAY-MEI(WK-NEN-MATCH-IDX, WK-DAY-IDX)
           END-IF.
           MOVE "Y" TO WK-NEN-KOSHIN-FLG(WK-NEN-MATCH-IDX).
           MOVE "更新しました" TO WK-RPT-KEKKA.
           PERFORM WRITE-LINE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    年テーブル検索処理（WK-SEARCH-YYの年）
      ******************************************************************
       FIND-NEN-RTN                    SECTION.
           MOVE ZERO TO WK-NEN-MATCH-IDX.
           PERFORM CHECK-NEN-ENT-RTN
             VARYING WK-NEN-IDX FROM 1 BY 1
               UNTIL WK-NEN-IDX > WK-NEN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    年テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-NEN-ENT-RTN               SECTION.
           IF WK-NEN-MATCH-IDX = ZERO
             AND WK-NEN-YY(WK-NEN-IDX) = WK-SEARCH-YY
             MOVE WK-NEN-IDX TO WK-NEN-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    年テーブル追加処理
      *    （WK-SEARCH-YYの年を年の昇順の位置へ挿入し、後ろの年を
      *      １つずつずらす。挿入位置をWK-NEN-MATCH-IDXに返す）
      ******************************************************************
       ADD-NEN-RTN                     SECTION.
           IF WK-NEN-CNT >= WK-NEN-MAX
             DISPLAY "*** KUBM086 ABEND NEN TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WK-NEN-INS-IDX = WK-NEN-CNT + 1.
           PERFORM CHECK-NEN-INS-RTN
             VARYING WK-NEN-IDX FROM WK-NEN-CNT BY -1
               UNTIL WK-NEN-IDX < 1.
           ADD 1 TO WK-NEN-CNT.
           PERFORM SHIFT-NEN-RTN
             VARYING WK-NEN-IDX FROM WK-NEN-CNT BY -1
               UNTIL WK-NEN-IDX <= WK-NEN-INS-IDX.
           MOVE SPACE TO WK-NEN-ENT(WK-NEN-INS-IDX).
           MOVE WK-SEARCH-YY TO WK-NEN-YY(WK-NEN-INS-IDX).
           MOVE "N" TO WK-NEN-KOSHIN-FLG(WK-NEN-INS-IDX).
           MOVE WK-NEN-INS-IDX TO WK-NEN-MATCH-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    年テーブル追加処理（挿入位置の判定）
      ******************************************************************
       CHECK-NEN-INS-RTN               SECTION.
           IF WK-NEN-YY(WK-NEN-IDX) > WK-SEARCH-YY
             MOVE WK-NEN-IDX TO WK-NEN-INS-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    年テーブル追加処理（１件後ろへずらす）
      ******************************************************************
       SHIFT-NEN-RTN                   SECTION.
           MOVE WK-NEN-ENT(WK-NEN-IDX - 1) TO WK-NEN-ENT(WK-NEN-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    年の日数計算処理（WK-NEN-MATCH-IDXの年の元日と日数）
      ******************************************************************
       COMPUTE-NEN-DAYS-RTN            SECTION.
           MOVE WK-NEN-YY(WK-NEN-MATCH-IDX) TO WK-DATE-YY.
           MOVE 1 TO WK-DATE-MM.
           MOVE 1 TO WK-DATE-DD.
           COMPUTE WK-GANJITSU-INT = FUNCTION INTEGER-OF-DATE(WK-DATE).
           ADD 1 TO WK-DATE-YY.
           COMPUTE WK-NEN-DAYS =
             FUNCTION INTEGER-OF-DATE(WK-DATE) - WK-GANJITSU-INT.
       EXI.
           EXIT.
      ******************************************************************
      *    年内の日の添字計算処理（WK-DATEの日の元日からの経過日数）
      ******************************************************************
       COMPUTE-DAY-IDX-RTN             SECTION.
           COMPUTE WK-DATE-INT = FUNCTION INTEGER-OF-DATE(WK-DATE).
           PERFORM COMPUTE-NEN-DAYS-RTN.
           COMPUTE WK-DAY-IDX = WK-DATE-INT - WK-GANJITSU-INT + 1.
       EXI.
           EXIT.
      ******************************************************************
      *    曜日計算処理（WK-DATE-INTの日。１＝月曜日〜７＝日曜日）
      ******************************************************************
       COMPUTE-YOBI-RTN                SECTION.
           COMPUTE WK-YOBI = FUNCTION MOD(WK-DATE-INT, 7).
           IF WK-YOBI = ZERO
             MOVE 7 TO WK-YOBI
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト明細行出力処理
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-OK-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リストエラー行出力処理
      ******************************************************************
       WRITE-ERR-RTN                   SECTION.
           STRING "＊エラー　" DELIMITED BY SIZE
                  WK-ERR-MSG DELIMITED BY SIZE
             INTO WK-RPT-KEKKA.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           ADD 1 TO WK-ERR-CNT.
           DISPLAY "*** KUBM086 REJECTED KBN=" CLT-TORI-KBN
                   " DATE=" CLT-DATE.
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
      *    休日一覧出力処理（当実行で更新した年ごと）
      ******************************************************************
       WRITE-LIST-RTN                  SECTION.
           IF WK-NEN-KOSHIN-FLG(WK-NEN-MATCH-IDX) NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-NEN-YY(WK-NEN-MATCH-IDX) TO WK-LST-TITLE-YY.
           MOVE WK-LST-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-LST-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM CLEAR-MON-RTN
             VARYING WK-MON-IDX FROM 1 BY 1
               UNTIL WK-MON-IDX > 12.
           MOVE ZERO TO WK-NEN-EIGYO.
           MOVE ZERO TO WK-NEN-KYUJITSU.
           PERFORM COMPUTE-NEN-DAYS-RTN.
           PERFORM WRITE-LIST-DAY-RTN
             VARYING WK-DAY-IDX FROM 1 BY 1
               UNTIL WK-DAY-IDX > WK-NEN-DAYS.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-MON-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-MON-RTN
             VARYING WK-MON-IDX FROM 1 BY 1
               UNTIL WK-MON-IDX > 12.
           MOVE WK-NEN-YY(WK-NEN-MATCH-IDX) TO WK-MON-LINE-YY.
           MOVE "計" TO WK-MON-LINE-MM.
           MOVE WK-NEN-EIGYO TO WK-MON-LINE-EIGYO.
           MOVE WK-NEN-KYUJITSU TO WK-MON-LINE-KYUJITSU.
           MOVE WK-MON-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    月別日数テーブル初期化処理（１か月分）
      ******************************************************************
       CLEAR-MON-RTN                   SECTION.
           MOVE ZERO TO WK-MON-EIGYO(WK-MON-IDX).
           MOVE ZERO TO WK-MON-KYUJITSU(WK-MON-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    休日一覧出力処理（１日分。休日は一覧へ印字し、月別の
      *      営業日数・休日数を集計する）
      ******************************************************************
       WRITE-LIST-DAY-RTN              SECTION.
           IF WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX) = SPACE
             GO TO EXI
           END-IF.
           COMPUTE WK-DATE-INT = WK-GANJITSU-INT + WK-DAY-IDX - 1.
           COMPUTE WK-DATE = FUNCTION DATE-OF-INTEGER(WK-DATE-INT).
           MOVE WK-DATE-MM TO WK-MON-IDX.
           IF WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX) = "1"
             ADD 1 TO WK-MON-EIGYO(WK-MON-IDX)
             ADD 1 TO WK-NEN-EIGYO
             GO TO EXI
           END-IF.
           ADD 1 TO WK-MON-KYUJITSU(WK-MON-IDX).
           ADD 1 TO WK-NEN-KYUJITSU.
           PERFORM COMPUTE-YOBI-RTN.
           MOVE WK-DATE TO WK-LST-DATE.
           MOVE WK-YOBI-MEI(WK-YOBI) TO WK-LST-YOBI.
           MOVE WK-NEN-DAY-MEI(WK-NEN-MATCH-IDX, WK-DAY-IDX)
             TO WK-LST-MEI.
           MOVE WK-LST-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    月別営業日数行出力処理（１か月分）
      ******************************************************************
       WRITE-MON-RTN                   SECTION.
           MOVE WK-NEN-YY(WK-NEN-MATCH-IDX) TO WK-MON-LINE-YY.
           MOVE WK-MON-IDX TO WK-MON-LINE-MM-E.
           MOVE WK-MON-EIGYO(WK-MON-IDX) TO WK-MON-LINE-EIGYO.
           MOVE WK-MON-KYUJITSU(WK-MON-IDX) TO WK-MON-LINE-KYUJITSU.
           MOVE WK-MON-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    新世代カレンダ出力処理（１年分）
      ******************************************************************
       WRITE-CALN-RTN                  SECTION.
           PERFORM COMPUTE-NEN-DAYS-RTN.
           PERFORM WRITE-CALN-DAY-RTN
             VARYING WK-DAY-IDX FROM 1 BY 1
               UNTIL WK-DAY-IDX > WK-NEN-DAYS.
       EXI.
           EXIT.
      ******************************************************************
      *    新世代カレンダ出力処理（１日分）
      ******************************************************************
       WRITE-CALN-DAY-RTN              SECTION.
           IF WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX) = SPACE
             GO TO EXI
           END-IF.
           COMPUTE WK-DATE-INT = WK-GANJITSU-INT + WK-DAY-IDX - 1.
           PERFORM COMPUTE-YOBI-RTN.
           MOVE SPACE TO CALN-REC.
           COMPUTE NCAL-DATE = FUNCTION DATE-OF-INTEGER(WK-DATE-INT).
           MOVE WK-NEN-DAY-KBN(WK-NEN-MATCH-IDX, WK-DAY-IDX)
             TO NCAL-EIGYO-KBN.
           MOVE WK-YOBI TO NCAL-YOBI.
           MOVE WK-NEN-DAY-MEI(WK-NEN-MATCH-IDX, WK-DAY-IDX)
             TO NCAL-KYUJITSU-MEI.
           WRITE CALN-REC.
           ADD 1 TO CALN-CNT.
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
           MOVE "KUBM086" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE CLT-CNT TO RNL-IN-CNT.
           MOVE CALN-CNT TO RNL-OUT-CNT.
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
      *    年の昇順に全件を新世代へ書き出し、更新した年の一覧を印字
           PERFORM WRITE-CALN-NEN-RTN
             VARYING WK-NEN-IDX FROM 1 BY 1
               UNTIL WK-NEN-IDX > WK-NEN-CNT.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "保守トランザクション件数" TO WK-CNT-LABEL.
           MOVE CLT-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "更新件数" TO WK-CNT-LABEL.
           MOVE WK-OK-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "エラー件数" TO WK-CNT-LABEL.
           MOVE WK-ERR-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "カレンダ件数" TO WK-CNT-LABEL.
           MOVE CALN-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
      *
           CLOSE CLT-FILE.
           CLOSE CALN-FILE.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM086 CLT=" CLT-CNT.
           DISPLAY "*** KUBM086 UPDATED=" WK-OK-CNT.
           DISPLAY "*** KUBM086 ERROR=" WK-ERR-CNT.
           DISPLAY "*** KUBM086 CALOLD=" CALO-CNT.
           DISPLAY "*** KUBM086 CALNEW=" CALN-CNT.
           IF WK-ERR-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM086 WARNING REJECTED TRANSACTIONS ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM086 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    新世代カレンダ出力・休日一覧出力処理（１年分）
      ******************************************************************
       WRITE-CALN-NEN-RTN              SECTION.
           MOVE WK-NEN-IDX TO WK-NEN-MATCH-IDX.
           PERFORM WRITE-CALN-RTN.
           PERFORM WRITE-LIST-RTN.
       EXI.
           EXIT.
