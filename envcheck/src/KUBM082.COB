       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM082.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：未充当入金返金・振込データ作成
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：残高・振込先を索引の作業ファイル
      *    　　　　　　　　（ARBWK・FKMWK）へ展開して
      *    　　　　　　　　件数の上限を撤廃
      ******************************************************************
      *    経理が承認した未充当返金トランザクション（RFT・KUCF115）
      *    について、売掛金残高マスタ（ARBOLD・KUCF026）の未充当
      *    （過入金の貸方残）から返金額を差し引いた新世代（ARBNEW）を
      *    作成し、得意先振込先マスタ（FKM・KUCF114）の口座宛ての
      *    総合振込データ（ZGN・KUCF117。全銀フォーマット）と、
      *    返金台帳（RFROLD→RFRNEW・KUCF116）を出力する。
      *    残高マスタに無い得意先、承認者・承認日の無いもの、振込先
      *    の無いもの、未充当を超える返金はエラーとして処理リスト
      *    （RPT）へ印字し、何も更新せずRETURN-CODE 4で警告する。
      *    あわせて、返金後もなお未充当が残り、未充当発生日から
      *    パラメタ（RFPRM・KUCF113）の滞留日数以上経過した得意先
      *    （発生日不明を含む）を滞留未充当リスト（LST）へ印字し、
      *    返金の承認に使う。トランザクションの無い実行はリストの
      *    作成のみとなる。
      *    同じ処理日の返金が台帳にある状態で再度返金を行うと二重
      *    振込となるため、RETURN-CODE 16で処理を行わない。
      *    旧世代の残高と振込先は得意先コードをキーとする索引の作業
      *    ファイル（ARBWK・FKMWK）に展開して参照・更新し、残高は
      *    キー順に新世代へ書き戻すため、件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL RFPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT RFT-FILE
             ASSIGN TO EXTERNAL RFT
               FILE STATUS IS WK-RFT-FILE-ERR.
           SELECT ARBO-FILE
             ASSIGN TO EXTERNAL ARBOLD
               FILE STATUS IS WK-ARBO-FILE-ERR.
           SELECT ARBN-FILE
             ASSIGN TO EXTERNAL ARBNEW
               FILE STATUS IS WK-ARBN-FILE-ERR.
           SELECT FKM-FILE
             ASSIGN TO EXTERNAL FKM
               FILE STATUS IS WK-FKM-FILE-ERR.
           SELECT RFRO-FILE
             ASSIGN TO EXTERNAL RFROLD
               FILE STATUS IS WK-RFRO-FILE-ERR.
           SELECT RFRN-FILE
             ASSIGN TO EXTERNAL RFRNEW
               FILE STATUS IS WK-RFRN-FILE-ERR.
           SELECT ZGN-FILE
             ASSIGN TO EXTERNAL ZGN
               FILE STATUS IS WK-ZGN-FILE-ERR.
           SELECT LST-FILE
             ASSIGN TO EXTERNAL LST
               FILE STATUS IS WK-LST-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT ARBW-FILE
             ASSIGN TO EXTERNAL ARBWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARBW-TOKU
               FILE STATUS IS WK-ARBW-FILE-ERR.
           SELECT FKMW-FILE
             ASSIGN TO EXTERNAL FKMWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FKMW-TOKU
               FILE STATUS IS WK-FKMW-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF113.
       FD  RFT-FILE.
       01  RFT-REC.
           COPY KUCF115.
       FD  ARBO-FILE.
       01  ARBO-REC.
           COPY KUCF026.
       FD  ARBN-FILE.
       01  ARBN-REC                    PIC X(80).
       FD  FKM-FILE.
       01  FKM-REC.
           COPY KUCF114.
       FD  RFRO-FILE.
       01  RFRO-REC.
           COPY KUCF116.
       FD  RFRN-FILE.
       01  RFRN-REC.
           COPY KUCF116
               REPLACING LEADING ==RFR== BY ==NRFR==.
       FD  ZGN-FILE.
       01  ZGN-REC.
           COPY KUCF117.
       FD  LST-FILE.
       01  LST-REC                     PIC X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *売掛金残高作業ファイル（返金で更新し、得意先コード順に書き
      *戻す。当回の返金額を併せ持つ）
       FD  ARBW-FILE.
       01  ARBW-REC.
           03  ARBW-TOKU               PIC X(4).
           03  ARBW-DATA               PIC X(80).
           03  ARBW-HENKIN             PIC S9(11).
      *得意先振込先作業ファイル
       FD  FKMW-FILE.
       01  FKMW-REC.
           03  FKMW-TOKU               PIC X(4).
           03  FKMW-DATA               PIC X(100).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFRO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RFRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ZGN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-LST-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKMW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  RFT-END-FLG                 PIC X VALUE "Y".
       01  WK-RFT-AVAIL-FLG            PIC X VALUE "N".
       01  ARBO-END-FLG                PIC X VALUE "Y".
       01  FKM-END-FLG                 PIC X VALUE "Y".
       01  RFRO-END-FLG                PIC X VALUE "Y".
       01  WK-ARBW-END-FLG             PIC X VALUE "Y".
       01  RFT-CNT                     PIC 9(10) VALUE ZERO.
       01  ARBO-CNT                    PIC 9(10) VALUE ZERO.
       01  ARBN-CNT                    PIC 9(10) VALUE ZERO.
       01  RFRO-CNT                    PIC 9(10) VALUE ZERO.
       01  RFRN-CNT                    PIC 9(10) VALUE ZERO.
       01  ZGN-CNT                     PIC 9(10) VALUE ZERO.
       01  LST-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-HENKIN-CNT               PIC 9(10) VALUE ZERO.
       01  WK-ERR-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TAIRYU-CNT               PIC 9(10) VALUE ZERO.
       01  WK-RFR-TODAY-CNT            PIC 9(10) VALUE ZERO.
      *
      *作業ファイル検索結果
       01  WK-ARB-FOUND-FLG            PIC X VALUE "N".
       01  WK-FKM-FOUND-FLG            PIC X VALUE "N".
      *
      *得意先マスタ参照（宛名・状態区分。
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
      *
      *残高・振込先の参照更新用作業領域
       01  WK-ARBW-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==WARB==.
       01  WK-FKMW-REC.
           COPY KUCF114
               REPLACING LEADING ==FKM== BY ==WFKM==.
      *
      *処理条件（パラメタ）
       01  WK-TAIRYU-DAYS              PIC 9(3) VALUE ZERO.
       01  WK-FURIKOMI-DATE            PIC 9(8) VALUE ZERO.
       01  WK-FURIKOMI-DATE-R REDEFINES WK-FURIKOMI-DATE.
           03  FILLER                  PIC 9(4).
           03  WK-FURIKOMI-MMDD        PIC 9(4).
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-WORK-INT                 PIC 9(8) VALUE ZERO.
       01  WK-KEIKA-DAYS               PIC 9(5) VALUE ZERO.
      *
      *返金１件分の処理用
       01  WK-HENKIN-NO                PIC 9(8) VALUE ZERO.
       01  WK-NEXT-HENKIN-NO           PIC 9(8) VALUE 1.
       01  WK-HENKIN-AMT               PIC S9(11) VALUE ZERO.
       01  WK-UNAP-BEFORE              PIC S9(11) VALUE ZERO.
       01  WK-ERR-MSG                  PIC X(30) VALUE SPACE.
       01  WK-ZGN-HEAD-FLG             PIC X VALUE "N".
      *
      *合計
       01  WK-HENKIN-TOTAL             PIC S9(13) VALUE ZERO.
       01  WK-TAIRYU-TOTAL             PIC S9(13) VALUE ZERO.
       01  WK-ZGN-KINGAKU              PIC 9(12) VALUE ZERO.
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
      *処理リスト見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊　未充当返金処理リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "振込指定日：".
           03  WK-RPT-FURIKOMI-DATE    PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(8) VALUE "返金番号".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　　返金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　返金前未充当".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　返金後未充当".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(18) VALUE
             "振込先口座".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "承認者".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "備考".
      *
      *処理リスト明細行（返金１件分）
       01  WK-RPT-LINE.
           03  WK-RPT-HENKIN-NO        PIC 9(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BEFORE           PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-AFTER            PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BANK-COD         PIC 9(4).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-RPT-SHITEN-COD       PIC 9(3).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-RPT-YOKIN-KBN        PIC 9(1).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-RPT-KOZA-NO          PIC 9(7).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHONIN-SHA       PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-BIKO             PIC X(20).
      *
      *処理リストエラー行
       01  WK-ERR-LINE.
           03  FILLER                  PIC X(8) VALUE SPACE.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-KINGAKU          PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "＊エラー".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-ERR-LINE-MSG         PIC X(30).
      *
      *滞留未充当リスト見出し
       01  WK-LST-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(36) VALUE
             "＊＊＊　滞留未充当入金リスト　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-LST-TITLE-DATE       PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "滞留日数：".
           03  WK-LST-TAIRYU-DAYS      PIC ZZ9.
           03  FILLER                  PIC X(6) VALUE "日以上".
      *
       01  WK-LST-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "状態".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　　未充当額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "発生日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "経過".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "　　当回返金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "振込先".
      *
      *滞留未充当リスト明細行（得意先１件分）
       01  WK-LST-LINE.
           03  WK-LST-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-STATUS           PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-UNAPPLIED        PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-UNAP-DATE        PIC X(10).
           03  WK-LST-UNAP-DATE-E REDEFINES WK-LST-UNAP-DATE
                                       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-KEIKA            PIC X(6).
           03  WK-LST-KEIKA-E REDEFINES WK-LST-KEIKA
                                       PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-HENKIN           PIC --,---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-LST-FKM              PIC X(10).
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
           PERFORM MAIN-RTN UNTIL RFT-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM082 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-TODAY TO WK-LST-TITLE-DATE.
      *
           PERFORM READ-PRM-RTN.
           PERFORM SCAN-RFRO-RTN.
      *
      *    返金トランザクションが無い実行は滞留リストの作成のみ
      *    とする
           OPEN INPUT RFT-FILE.
           IF WK-RFT-FILE-ERR = 00
             MOVE "Y" TO WK-RFT-AVAIL-FLG
             MOVE "N" TO RFT-END-FLG
             PERFORM READ-RFT-RTN
           ELSE
             DISPLAY "*** KUBM082 WARNING RFT NOT AVAILABLE ***"
           END-IF.
           IF RFT-END-FLG = "N" AND WK-RFR-TODAY-CNT > ZERO
             DISPLAY "*** KUBM082 ABEND ALREADY REFUNDED TODAY ***"
             MOVE 16 TO RETURN-CODE
             CLOSE RFT-FILE
             STOP RUN
           END-IF.
      *
      *    残高は全件を新世代へ引き継ぐため必須とする
           PERFORM LOAD-ARBO-RTN.
           PERFORM OPEN-MSTR-RTN.
           PERFORM LOAD-FKM-RTN.
      *
           OPEN OUTPUT RFRN-FILE.
           IF WK-RFRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT RFRNEW-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM COPY-RFRO-RTN.
           OPEN OUTPUT ZGN-FILE.
           IF WK-ZGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT ZGN-FILE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT LST-FILE.
           IF WK-LST-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT LST-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT RPT-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-FURIKOMI-DATE TO WK-RPT-FURIKOMI-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    未充当返金処理パラメタ読み込み処理
      *    （振込元口座が無いと振込データを作れないためABENDとする。
      *      振込指定日の指定なしは実行日の翌日とする）
      ******************************************************************
       READ-PRM-RTN                    SECTION.
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT RFPRM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ PRM-FILE
             AT END
               DISPLAY "*** KUBM082 ABEND RFPRM EMPTY"
               MOVE 12 TO RETURN-CODE
               CLOSE PRM-FILE
               STOP RUN
           END-READ.
           CLOSE PRM-FILE.
      *
           IF RFP-IRAI-COD NOT NUMERIC
             OR RFP-BANK-COD NOT NUMERIC
             OR RFP-SHITEN-COD NOT NUMERIC
             OR RFP-YOKIN-KBN NOT NUMERIC
             OR RFP-KOZA-NO NOT NUMERIC
             OR RFP-IRAI-MEI = SPACE
             DISPLAY "*** KUBM082 ABEND RFPRM ACCOUNT INVALID"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RFP-TAIRYU-DAYS NUMERIC AND RFP-TAIRYU-DAYS NOT = ZERO
             MOVE RFP-TAIRYU-DAYS TO WK-TAIRYU-DAYS
           ELSE
             MOVE 30 TO WK-TAIRYU-DAYS
           END-IF.
           IF RFP-FURIKOMI-DATE NUMERIC
             AND RFP-FURIKOMI-DATE NOT = ZERO
             MOVE RFP-FURIKOMI-DATE TO WK-FURIKOMI-DATE
           ELSE
             COMPUTE WK-WORK-INT =
               FUNCTION INTEGER-OF-DATE(WK-TODAY) + 1
             COMPUTE WK-FURIKOMI-DATE =
               FUNCTION DATE-OF-INTEGER(WK-WORK-INT)
           END-IF.
           MOVE WK-FURIKOMI-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y" OR WK-FURIKOMI-DATE < WK-TODAY
             DISPLAY "*** KUBM082 ABEND RFPRM FURIKOMI-DATE INVALID "
                     WK-FURIKOMI-DATE
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
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
      *    返金台帳確認処理
      *    （返金番号の最大値と、実行日に処理済みの返金の有無を得る。
      *      旧世代の無い初回は返金番号１から採番する）
      ******************************************************************
       SCAN-RFRO-RTN                   SECTION.
           OPEN INPUT RFRO-FILE.
           IF WK-RFRO-FILE-ERR = 00
             MOVE "N" TO RFRO-END-FLG
             PERFORM SCAN-RFRO-READ-RTN
               UNTIL RFRO-END-FLG = "Y"
             CLOSE RFRO-FILE
           ELSE
             DISPLAY "*** KUBM082 WARNING RFROLD NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    返金台帳確認処理（１件分）
      ******************************************************************
       SCAN-RFRO-READ-RTN              SECTION.
           READ RFRO-FILE
             AT END
               MOVE "Y" TO RFRO-END-FLG
             NOT AT END
               IF RFR-HENKIN-NO NUMERIC
                 AND RFR-HENKIN-NO NOT < WK-NEXT-HENKIN-NO
                 COMPUTE WK-NEXT-HENKIN-NO = RFR-HENKIN-NO + 1
               END-IF
               IF RFR-SHORI-DATE = WK-TODAY
                 ADD 1 TO WK-RFR-TODAY-CNT
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    返金台帳引き継ぎ処理（旧世代の全件を新世代へ写す）
      ******************************************************************
       COPY-RFRO-RTN                   SECTION.
           OPEN INPUT RFRO-FILE.
           IF WK-RFRO-FILE-ERR = 00
             MOVE "N" TO RFRO-END-FLG
             PERFORM COPY-RFRO-READ-RTN
               UNTIL RFRO-END-FLG = "Y"
             CLOSE RFRO-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    返金台帳引き継ぎ処理（１件分）
      ******************************************************************
       COPY-RFRO-READ-RTN              SECTION.
           READ RFRO-FILE
             AT END
               MOVE "Y" TO RFRO-END-FLG
             NOT AT END
               ADD 1 TO RFRO-CNT
               MOVE RFRO-REC TO RFRN-REC
               WRITE RFRN-REC
               ADD 1 TO RFRN-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高マスタ読み込み処理（全件を作業ファイルへ展開）
      ******************************************************************
       LOAD-ARBO-RTN                   SECTION.
           OPEN INPUT ARBO-FILE.
           IF WK-ARBO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT ARBOLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT ARBW-FILE.
           IF WK-ARBW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT ARBWK-FILE"
             MOVE 19 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARBO-END-FLG.
           PERFORM LOAD-ARBO-READ-RTN
             UNTIL ARBO-END-FLG = "Y".
           CLOSE ARBO-FILE.
      *    返金で更新するため、以降は更新モードで使用する
           CLOSE ARBW-FILE.
           OPEN I-O ARBW-FILE.
      *
           OPEN OUTPUT ARBN-FILE.
           IF WK-ARBN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT ARBNEW-FILE"
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
               MOVE ZERO TO ARBW-HENKIN
               WRITE ARBW-REC
                 INVALID KEY
      *            重複したレコードは新世代で一方が失われるため、
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM082 ABEND DUPLICATE TOKU-COD="
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
      *    マスタ参照準備処理
      *    （宛名・状態の表示にのみ使うため、無い場合は空白とする）
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
             DISPLAY "*** KUBM082 WARNING TOKMK NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理
      *    （無い場合はすべての返金が振込先未登録のエラーとなる）
      ******************************************************************
       LOAD-FKM-RTN                    SECTION.
           OPEN OUTPUT FKMW-FILE.
           IF WK-FKMW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM082 ABEND NOT FKMWK-FILE"
             MOVE 19 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT FKM-FILE.
           IF WK-FKM-FILE-ERR = 00
             MOVE "N" TO FKM-END-FLG
             PERFORM LOAD-FKM-READ-RTN
               UNTIL FKM-END-FLG = "Y"
             CLOSE FKM-FILE
           ELSE
             DISPLAY "*** KUBM082 WARNING FKM NOT AVAILABLE ***"
           END-IF.
      *    以降はキー検索で参照する
           CLOSE FKMW-FILE.
           OPEN INPUT FKMW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-FKM-READ-RTN               SECTION.
           READ FKM-FILE
             AT END
               MOVE "Y" TO FKM-END-FLG
             NOT AT END
               MOVE FKM-TOKU-COD TO FKMW-TOKU
               MOVE FKM-REC TO FKMW-DATA
      *        同じ得意先の振込先が重複した場合は先のものを使う
               WRITE FKMW-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    返金トランザクション読み込み処理
      ******************************************************************
       READ-RFT-RTN                    SECTION.
           READ RFT-FILE
             AT END
               MOVE "Y" TO RFT-END-FLG
             NOT AT END
               ADD 1 TO RFT-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（返金トランザクション１件分）
      ******************************************************************
       MAIN-RTN                        SECTION.
           PERFORM REFUND-RTN.
           PERFORM READ-RFT-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    返金処理
      *    （残高・承認・振込先・返金額をすべて確かめた場合のみ
      *      更新する。１つでも欠ければエラーとして何も更新しない）
      ******************************************************************
       REFUND-RTN                      SECTION.
           MOVE SPACE TO WK-ERR-MSG.
           MOVE RFT-TOKU-COD TO WK-ERR-TOKU-COD.
           MOVE ZERO TO WK-ERR-KINGAKU.
           IF RFT-KINGAKU NUMERIC
             MOVE RFT-KINGAKU TO WK-ERR-KINGAKU
           END-IF.
      *
           MOVE RFT-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-ARB-RTN.
           IF WK-ARB-FOUND-FLG NOT = "Y"
             MOVE "残高マスタに得意先無し" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           IF RFT-KINGAKU NOT NUMERIC OR RFT-KINGAKU = ZERO
             MOVE "返金額不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *    全銀フォーマットの振込金額は１０桁まで
           IF RFT-KINGAKU > 9999999999
             MOVE "返金額が振込上限超過" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           IF RFT-SHONIN-SHA = SPACE OR RFT-SHONIN-DATE NOT NUMERIC
             MOVE "承認者・承認日無し" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE RFT-SHONIN-DATE TO WK-CHK-DATE.
           PERFORM CHECK-DATE-RTN.
           IF EDT-FAIL-FLG = "Y" OR RFT-SHONIN-DATE > WK-TODAY
             MOVE "承認日不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           PERFORM FIND-FKM-RTN.
           IF WK-FKM-FOUND-FLG NOT = "Y"
             MOVE "振込先未登録" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
           MOVE FKMW-DATA TO WK-FKMW-REC.
           IF WFKM-BANK-COD NOT NUMERIC
             OR WFKM-SHITEN-COD NOT NUMERIC
             OR WFKM-KOZA-NO NOT NUMERIC
             OR WFKM-KOZA-MEI = SPACE
             OR (WFKM-YOKIN-KBN NOT = 1 AND WFKM-YOKIN-KBN NOT = 2
               AND WFKM-YOKIN-KBN NOT = 4)
             MOVE "振込先口座不正" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
      *    同じ実行で先に返金した額を差し引いた未充当を超える返金は
      *    行わない
           MOVE ARBW-DATA TO WK-ARBW-REC.
           MOVE RFT-KINGAKU TO WK-HENKIN-AMT.
           MOVE WARB-UNAPPLIED TO WK-UNAP-BEFORE.
           IF WK-HENKIN-AMT > WK-UNAP-BEFORE
             MOVE "返金額が未充当を超過" TO WK-ERR-MSG
             PERFORM WRITE-ERR-RTN
             GO TO EXI
           END-IF.
      *
           COMPUTE WARB-UNAPPLIED = WARB-UNAPPLIED - WK-HENKIN-AMT.
           IF WARB-UNAPPLIED = ZERO
             MOVE ZERO TO WARB-UNAP-DATE
           END-IF.
           MOVE WK-ARBW-REC TO ARBW-DATA.
           COMPUTE ARBW-HENKIN = ARBW-HENKIN + WK-HENKIN-AMT.
           REWRITE ARBW-REC.
      *
           MOVE WK-NEXT-HENKIN-NO TO WK-HENKIN-NO.
           ADD 1 TO WK-NEXT-HENKIN-NO.
           PERFORM WRITE-RFR-RTN.
           PERFORM WRITE-ZGN-DATA-RTN.
           PERFORM WRITE-LINE-RTN.
      *
           ADD 1 TO WK-HENKIN-CNT.
           COMPUTE WK-HENKIN-TOTAL = WK-HENKIN-TOTAL + WK-HENKIN-AMT.
       EXI.
           EXIT.
      ******************************************************************
      *    返金台帳出力処理（返金１件分）
      ******************************************************************
       WRITE-RFR-RTN                   SECTION.
           MOVE SPACE TO RFRN-REC.
           MOVE WK-HENKIN-NO TO NRFR-HENKIN-NO.
           MOVE RFT-TOKU-COD TO NRFR-TOKU-COD.
           MOVE WK-HENKIN-AMT TO NRFR-KINGAKU.
           MOVE WK-FURIKOMI-DATE TO NRFR-FURIKOMI-DATE.
           MOVE WK-TODAY TO NRFR-SHORI-DATE.
           MOVE RFT-SHONIN-SHA TO NRFR-SHONIN-SHA.
           MOVE RFT-SHONIN-DATE TO NRFR-SHONIN-DATE.
           MOVE WFKM-BANK-COD TO NRFR-BANK-COD.
           MOVE WFKM-SHITEN-COD TO NRFR-SHITEN-COD.
           MOVE WFKM-YOKIN-KBN TO NRFR-YOKIN-KBN.
           MOVE WFKM-KOZA-NO TO NRFR-KOZA-NO.
           MOVE WK-UNAP-BEFORE TO NRFR-UNAP-BEFORE.
           WRITE RFRN-REC.
           ADD 1 TO RFRN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    振込データ出力処理（返金１件分。最初の１件の前にヘッダを
      *    出力する）
      ******************************************************************
       WRITE-ZGN-DATA-RTN              SECTION.
           IF WK-ZGN-HEAD-FLG = "N"
             PERFORM WRITE-ZGN-HEADER-RTN
             MOVE "Y" TO WK-ZGN-HEAD-FLG
           END-IF.
           MOVE SPACE TO ZGN-REC.
           MOVE "2" TO ZGN-DATA-KBN.
           MOVE WFKM-BANK-COD TO ZGN-HI-BANK-COD.
           MOVE WFKM-BANK-MEI TO ZGN-HI-BANK-MEI.
           MOVE WFKM-SHITEN-COD TO ZGN-HI-SHITEN-COD.
           MOVE WFKM-SHITEN-MEI TO ZGN-HI-SHITEN-MEI.
           MOVE WFKM-YOKIN-KBN TO ZGN-YOKIN-KBN.
           MOVE WFKM-KOZA-NO TO ZGN-KOZA-NO.
           MOVE WFKM-KOZA-MEI TO ZGN-UKETORI-MEI.
           MOVE WK-HENKIN-AMT TO ZGN-FURIKOMI-KINGAKU.
           MOVE "0" TO ZGN-SHINKI-COD.
           MOVE RFT-TOKU-COD TO ZGN-KOKYAKU-COD1.
           MOVE WK-HENKIN-NO TO ZGN-KOKYAKU-COD2.
           MOVE "7" TO ZGN-FURIKOMI-SHITEI.
           WRITE ZGN-REC.
           ADD 1 TO ZGN-CNT.
           COMPUTE WK-ZGN-KINGAKU = WK-ZGN-KINGAKU + WK-HENKIN-AMT.
       EXI.
           EXIT.
      ******************************************************************
      *    振込データヘッダ出力処理（総合振込・振込元口座）
      ******************************************************************
       WRITE-ZGN-HEADER-RTN            SECTION.
           MOVE SPACE TO ZGN-REC.
           MOVE "1" TO ZGN-DATA-KBN.
           MOVE 21 TO ZGN-SHUBETSU-COD.
           MOVE "0" TO ZGN-COD-KBN.
           MOVE RFP-IRAI-COD TO ZGN-IRAI-COD.
           MOVE RFP-IRAI-MEI TO ZGN-IRAI-MEI.
           MOVE WK-FURIKOMI-MMDD TO ZGN-TORIKUMI-MMDD.
           MOVE RFP-BANK-COD TO ZGN-SHIMUKE-BANK-COD.
           MOVE RFP-BANK-MEI TO ZGN-SHIMUKE-BANK-MEI.
           MOVE RFP-SHITEN-COD TO ZGN-SHIMUKE-SHITEN-COD.
           MOVE RFP-SHITEN-MEI TO ZGN-SHIMUKE-SHITEN-MEI.
           MOVE RFP-YOKIN-KBN TO ZGN-IRAI-YOKIN-KBN.
           MOVE RFP-KOZA-NO TO ZGN-IRAI-KOZA-NO.
           WRITE ZGN-REC.
           ADD 1 TO ZGN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    振込データトレーラ・エンド出力処理（データがある場合のみ）
      ******************************************************************
       WRITE-ZGN-TRAILER-RTN           SECTION.
           IF WK-ZGN-HEAD-FLG = "N"
             GO TO EXI
           END-IF.
           MOVE SPACE TO ZGN-REC.
           MOVE "8" TO ZGN-DATA-KBN.
           MOVE WK-HENKIN-CNT TO ZGN-GOKEI-KENSU.
           MOVE WK-ZGN-KINGAKU TO ZGN-GOKEI-KINGAKU.
           WRITE ZGN-REC.
           ADD 1 TO ZGN-CNT.
           MOVE SPACE TO ZGN-REC.
           MOVE "9" TO ZGN-DATA-KBN.
           WRITE ZGN-REC.
           ADD 1 TO ZGN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    処理リスト明細行出力処理（返金１件分）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           MOVE WK-HENKIN-NO TO WK-RPT-HENKIN-NO.
           MOVE RFT-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE WK-HENKIN-AMT TO WK-RPT-KINGAKU.
           MOVE WK-UNAP-BEFORE TO WK-RPT-BEFORE.
           MOVE WARB-UNAPPLIED TO WK-RPT-AFTER.
           MOVE WFKM-BANK-COD TO WK-RPT-BANK-COD.
           MOVE WFKM-SHITEN-COD TO WK-RPT-SHITEN-COD.
           MOVE WFKM-YOKIN-KBN TO WK-RPT-YOKIN-KBN.
           MOVE WFKM-KOZA-NO TO WK-RPT-KOZA-NO.
           MOVE RFT-SHONIN-SHA TO WK-RPT-SHONIN-SHA.
           MOVE RFT-BIKO TO WK-RPT-BIKO.
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
           DISPLAY "*** KUBM082 REJECTED TOKU=" RFT-TOKU-COD.
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
      *    滞留未充当リスト出力処理
      ******************************************************************
       WRITE-TAIRYU-RTN                SECTION.
           MOVE WK-TAIRYU-DAYS TO WK-LST-TAIRYU-DAYS.
           MOVE WK-LST-TITLE TO LST-REC.
           WRITE LST-REC AFTER PAGE.
           ADD 1 TO LST-CNT.
           MOVE WK-LST-SUBTITLE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE SPACE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
      *
           PERFORM START-ARBW-RTN.
           PERFORM WRITE-TAIRYU-READ-RTN
             UNTIL WK-ARBW-END-FLG = "Y".
      *
           MOVE SPACE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE "＊滞留未充当計＊" TO WK-SUM-LABEL.
           MOVE WK-TAIRYU-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
           MOVE "滞留得意先件数" TO WK-CNT-LABEL.
           MOVE WK-TAIRYU-CNT TO WK-CNT-VALUE.
           MOVE WK-CNT-LINE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    滞留未充当リスト明細行出力処理（１件分の出力と次の読み込み）
      *    （振込先作業ファイルだけをキー検索するため、残高の読み込み
      *      位置はそのまま続けられる）
      ******************************************************************
       WRITE-TAIRYU-READ-RTN           SECTION.
           PERFORM WRITE-TAIRYU-ENT-RTN.
           PERFORM READ-ARBW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    滞留未充当リスト明細行出力処理（残高作業ファイル１件分）
      *    （返金後の未充当が正で、発生日から滞留日数以上経過した
      *      もの。発生日不明は経過日数を問わず載せる）
      ******************************************************************
       WRITE-TAIRYU-ENT-RTN            SECTION.
           MOVE ARBW-DATA TO WK-ARBW-REC.
           IF WARB-UNAPPLIED NOT > ZERO
             GO TO EXI
           END-IF.
           IF WARB-UNAP-DATE NUMERIC AND WARB-UNAP-DATE NOT = ZERO
             COMPUTE WK-KEIKA-DAYS =
               FUNCTION INTEGER-OF-DATE(WK-TODAY)
               - FUNCTION INTEGER-OF-DATE(WARB-UNAP-DATE)
             IF WK-KEIKA-DAYS < WK-TAIRYU-DAYS
               GO TO EXI
             END-IF
             MOVE WARB-UNAP-DATE TO WK-LST-UNAP-DATE-E
             MOVE WK-KEIKA-DAYS TO WK-LST-KEIKA-E
           ELSE
             MOVE "不明" TO WK-LST-UNAP-DATE
             MOVE SPACE TO WK-LST-KEIKA
           END-IF.
      *
           MOVE WARB-TOKU-COD TO WK-LST-TOKU-COD.
           MOVE WARB-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-TKI-RTN.
           IF WK-TKI-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-LST-TOKU-MEI
             MOVE "未登録" TO WK-LST-STATUS
           ELSE
             MOVE TOKM-TOKU-MEI TO WK-LST-TOKU-MEI
             MOVE SPACE TO WK-LST-STATUS
             IF TOKM-STATUS-KBN = "2"
               MOVE "保留" TO WK-LST-STATUS
             END-IF
             IF TOKM-STATUS-KBN = "3"
               MOVE "取引停止" TO WK-LST-STATUS
             END-IF
           END-IF.
           MOVE WARB-UNAPPLIED TO WK-LST-UNAPPLIED.
           MOVE ARBW-HENKIN TO WK-LST-HENKIN.
           PERFORM FIND-FKM-RTN.
           IF WK-FKM-FOUND-FLG NOT = "Y"
             MOVE "未登録" TO WK-LST-FKM
           ELSE
             MOVE "登録済" TO WK-LST-FKM
           END-IF.
           MOVE WK-LST-LINE TO LST-REC.
           PERFORM WRITE-LST-REC-RTN.
      *
           ADD 1 TO WK-TAIRYU-CNT.
           COMPUTE WK-TAIRYU-TOTAL = WK-TAIRYU-TOTAL + WARB-UNAPPLIED.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（滞留未充当リスト）
      ******************************************************************
       WRITE-LST-REC-RTN               SECTION.
           WRITE LST-REC AFTER 1.
           ADD 1 TO LST-CNT.
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
      *    処理リスト合計出力処理
      ******************************************************************
       WRITE-SUMMARY-RTN               SECTION.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "＊返金合計＊" TO WK-SUM-LABEL.
           MOVE WK-HENKIN-TOTAL TO WK-SUM-KINGAKU.
           MOVE WK-SUM-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "返金トランザクション件数" TO WK-CNT-LABEL.
           MOVE RFT-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "返金（振込）件数" TO WK-CNT-LABEL.
           MOVE WK-HENKIN-CNT TO WK-CNT-VALUE.
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
      *    残高作業ファイル読み込み開始処理（得意先コード順）
      ******************************************************************
       START-ARBW-RTN                  SECTION.
           MOVE "Y" TO WK-ARBW-END-FLG.
           MOVE LOW-VALUE TO ARBW-TOKU.
           START ARBW-FILE KEY IS NOT LESS THAN ARBW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-ARBW-END-FLG.
           PERFORM READ-ARBW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    残高作業ファイル読み込み処理
      ******************************************************************
       READ-ARBW-RTN                   SECTION.
           READ ARBW-FILE NEXT
             AT END
               MOVE "Y" TO WK-ARBW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（作業ファイルの全件をキー順に）
      ******************************************************************
       FLUSH-ARB-RTN                   SECTION.
           PERFORM START-ARBW-RTN.
           PERFORM FLUSH-ARB-READ-RTN
             UNTIL WK-ARBW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    残高書き戻し処理（１件分の出力と次の読み込み）
      ******************************************************************
       FLUSH-ARB-READ-RTN              SECTION.
           MOVE ARBW-DATA TO ARBN-REC.
           WRITE ARBN-REC.
           ADD 1 TO ARBN-CNT.
           PERFORM READ-ARBW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM082" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE RFT-CNT TO RNL-IN-CNT.
           MOVE WK-HENKIN-CNT TO RNL-OUT-CNT.
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
           PERFORM WRITE-ZGN-TRAILER-RTN.
           PERFORM WRITE-TAIRYU-RTN.
      *
      *    更新後の全件を新世代へ書き戻す
           PERFORM FLUSH-ARB-RTN.
      *
           IF WK-RFT-AVAIL-FLG = "Y"
             CLOSE RFT-FILE
           END-IF.
           CLOSE ARBN-FILE.
           CLOSE RFRN-FILE.
           CLOSE ZGN-FILE.
           CLOSE LST-FILE.
           CLOSE RPT-FILE.
           CLOSE ARBW-FILE.
           CLOSE FKMW-FILE.
           DISPLAY "*** KUBM082 RFT=" RFT-CNT.
           DISPLAY "*** KUBM082 REFUND=" WK-HENKIN-CNT.
           DISPLAY "*** KUBM082 ERROR=" WK-ERR-CNT.
           DISPLAY "*** KUBM082 STALE=" WK-TAIRYU-CNT.
           DISPLAY "*** KUBM082 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM082 ARBNEW=" ARBN-CNT.
           DISPLAY "*** KUBM082 RFROLD=" RFRO-CNT.
           DISPLAY "*** KUBM082 RFRNEW=" RFRN-CNT.
           DISPLAY "*** KUBM082 ZGN=" ZGN-CNT.
           IF WK-ERR-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM082 WARNING REJECTED TRANSACTIONS ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM082 END ***".
       EXI.
           EXIT.
