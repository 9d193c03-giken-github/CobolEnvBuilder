       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM094.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：月次粗利分析表
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：商品・契約単価マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃。
      *    　　　　　　　　商品別合計は売上のあった
      *    　　　　　　　　商品を商品番号順に印字）
      ******************************************************************
      *    対象年月（MGNPRM・KUCF138）の売上明細をKUBM041が登録した
      *    SALES_DETAIL表から営業所・得意先・商品の順に読み、商品
      *    マスタ（SHOM・KUCF021）の標準原価により売上・原価・粗利・
      *    粗利率を求めて粗利分析表（RPT）へ印字する。
      *    　・売上は売上・調整を加算、返品を減算する（KUBM080と同じ
      *    　　純売上の基準）。原価は数量×受注日付時点で適用中の
      *    　　単価世代の標準原価（円未満四捨五入）とし、返品は原価
      *    　　も減算する。調整は金額のみで原価を持たない。
      *    　・得意先・商品の組合せに契約単価マスタ（KYM・KUCF027）
      *    　　がある行は「契約」と表示し、販売単価が商品マスタの
      *    　　単価を下回る分（単価差×数量）を契約値引として印字する。
      *    　・得意先計・営業所計・総合計と、商品別の合計を印字する。
      *    　・販売単価が標準原価を下回る売上明細は原価割れ明細として
      *    　　別欄に列挙する。
      *    商品マスタ未登録・原価未設定の商品の売上明細は原価ゼロで
      *    集計して「原価未設定」と表示し、RETURN-CODE 4とする。
      *    対象月が終了していない場合、対象月の初日がSALES_DETAILの
      *    保存期間（KUBM047と共用のHKPPRM・KUCF084）より古い場合は
      *    RETURN-CODE 16で処理しない。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL MGNPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT HKP-FILE
             ASSIGN TO EXTERNAL HKPPRM
               FILE STATUS IS WK-HKP-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
           SELECT DBC-FILE
             ASSIGN TO EXTERNAL DBC
               FILE STATUS IS WK-DBC-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF138.
       FD  HKP-FILE.
       01  HKP-REC.
           COPY KUCF084.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(132).
       FD  DBC-FILE.
       01  DBC-REC.
           COPY KUCF050.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HKP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DBC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  DTL-END-FLG                 PIC X VALUE "Y".
       01  DTL-CNT                     PIC 9(10) VALUE ZERO.
       01  RPT-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-SHN-LINE-CNT             PIC 9(10) VALUE ZERO.
       01  WK-GENKA-NG-CNT             PIC 9(10) VALUE ZERO.
       01  WK-WARE-CNT                 PIC 9(10) VALUE ZERO.
       01  WK-WARE-OVER-CNT            PIC 9(10) VALUE ZERO.
      *
      *対象月・期間
       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-RUN-DATE-RED REDEFINES WK-RUN-DATE.
           03  WK-RUN-YY               PIC 9(04).
           03  WK-RUN-MM               PIC 9(02).
           03  WK-RUN-DD               PIC 9(02).
       01  WK-TAISHO-YYYYMM            PIC 9(06) VALUE ZERO.
       01  WK-TAISHO-YYYYMM-RED REDEFINES WK-TAISHO-YYYYMM.
           03  WK-TAISHO-YY            PIC 9(04).
           03  WK-TAISHO-MM            PIC 9(02).
       01  WK-FROM-DATE                PIC 9(08) VALUE ZERO.
       01  WK-FROM-DATE-RED REDEFINES WK-FROM-DATE.
           03  WK-FROM-YY              PIC 9(04).
           03  WK-FROM-MM              PIC 9(02).
           03  WK-FROM-DD              PIC 9(02).
       01  WK-TO-DATE                  PIC 9(08) VALUE ZERO.
       01  WK-NEXT-DATE                PIC 9(08) VALUE ZERO.
       01  WK-NEXT-DATE-RED REDEFINES WK-NEXT-DATE.
           03  WK-NEXT-YY              PIC 9(04).
           03  WK-NEXT-MM              PIC 9(02).
           03  WK-NEXT-DD              PIC 9(02).
      *
      *保存期間判定用（KUBM055と同じ基準）
       01  WK-RETENTION-DAYS           PIC 9(3) VALUE 30.
       01  WK-EARLIEST-INT             PIC 9(8) VALUE ZERO.
       01  WK-EARLIEST-DATE            PIC 9(8) VALUE ZERO.
      *
      *マスタ参照連絡領域（共通マスタ参照KUBS050の呼び出し用）
       01  WK-FIND-SHOHIN-NO           PIC X(5) VALUE SPACE.
       01  WK-FIND-DATE                PIC 9(8) VALUE ZERO.
       01  WK-SHOM-FOUND-FLG           PIC X VALUE "N".
       01  WK-KYM-LOADED-FLG           PIC X VALUE "N".
       01  WK-KYM-FOUND-FLG            PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  SHOM-REC.
           COPY KUCF021.
       01  KYM-REC.
           COPY KUCF027.
      *
      *商品別合計テーブル（売上のあった商品を商品番号順に挿入する）
       01  WK-PRD-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-PRD-MAX                  PIC 9(4) VALUE 500.
       01  WK-PRD-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-PRD-INS-IDX              PIC 9(4) VALUE ZERO.
       01  WK-PRD-SFT-IDX              PIC 9(4) VALUE ZERO.
       01  WK-PRD-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-PRD-TBL.
           03  WK-PRD-ENT              OCCURS 500 TIMES.
             05  WK-PRD-ENT-NO         PIC X(5).
             05  WK-PRD-ENT-MEI        PIC X(20).
             05  WK-PRD-ENT-URIAGE     PIC S9(12).
             05  WK-PRD-ENT-GENKA      PIC S9(12).
             05  WK-PRD-ENT-NEBIKI     PIC S9(12).
             05  WK-PRD-ENT-KEIYAKU    PIC X(1).
             05  WK-PRD-ENT-MISETTEI   PIC X(1).
      *
      *原価割れ明細テーブル（総合計の後に別欄で印字する）
       01  WK-WAR-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-WAR-MAX                  PIC 9(4) VALUE 1000.
       01  WK-WAR-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-WAR-TBL.
           03  WK-WAR-ENT              OCCURS 1000 TIMES.
             05  WK-WAR-ENT-EIGYO-COD  PIC X(2).
             05  WK-WAR-ENT-TOKU-COD   PIC X(4).
             05  WK-WAR-ENT-SHOHIN-NO  PIC X(5).
             05  WK-WAR-ENT-JUCHU-DATE PIC 9(8).
             05  WK-WAR-ENT-JUCHU-NO   PIC 9(4).
             05  WK-WAR-ENT-SURYO      PIC S9(5).
             05  WK-WAR-ENT-TANKA      PIC 9(5)V99.
             05  WK-WAR-ENT-GENKA      PIC 9(5)V99.
             05  WK-WAR-ENT-SONGAKU    PIC S9(11).
             05  WK-WAR-ENT-KEIYAKU    PIC X(1).
      *
      *売上明細１行分の計算
       01  WK-ROW-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-ROW-DATE-RED REDEFINES WK-ROW-DATE.
           03  WK-ROW-YY               PIC 9(04).
           03  WK-ROW-MM               PIC 9(02).
           03  WK-ROW-DD               PIC 9(02).
       01  WK-ROW-SURYO                PIC S9(05) VALUE ZERO.
       01  WK-ROW-URIAGE               PIC S9(11) VALUE ZERO.
       01  WK-ROW-GENKA                PIC S9(11) VALUE ZERO.
       01  WK-ROW-NEBIKI               PIC S9(11) VALUE ZERO.
       01  WK-ROW-SONGAKU              PIC S9(11) VALUE ZERO.
       01  WK-UNIT-GENKA               PIC 9(5)V99 VALUE ZERO.
       01  WK-UNIT-TANKA               PIC 9(5)V99 VALUE ZERO.
       01  WK-ROW-KEIYAKU-FLG          PIC X VALUE "N".
      *
      *集計キー（営業所・得意先・商品の順に切り替えを判定する）
       01  WK-BRK-EIGYO-COD            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BRK-TOKU-COD             PIC X(4) VALUE SPACE.
       01  WK-BRK-TOKU-MEI             PIC X(20) VALUE SPACE.
       01  WK-BRK-SHOHIN-NO            PIC X(5) VALUE SPACE.
       01  WK-BRK-SHOHIN-MEI           PIC X(20) VALUE SPACE.
      *
      *商品計（得意先内の１商品分）
       01  WK-SHN-URIAGE               PIC S9(12) VALUE ZERO.
       01  WK-SHN-GENKA                PIC S9(12) VALUE ZERO.
       01  WK-SHN-NEBIKI               PIC S9(12) VALUE ZERO.
       01  WK-SHN-KEIYAKU-FLG          PIC X VALUE "N".
       01  WK-SHN-MISETTEI-FLG         PIC X VALUE "N".
      *得意先計・営業所計・総合計
       01  WK-TOK-URIAGE               PIC S9(12) VALUE ZERO.
       01  WK-TOK-GENKA                PIC S9(12) VALUE ZERO.
       01  WK-TOK-NEBIKI               PIC S9(12) VALUE ZERO.
       01  WK-EIG-URIAGE               PIC S9(12) VALUE ZERO.
       01  WK-EIG-GENKA                PIC S9(12) VALUE ZERO.
       01  WK-EIG-NEBIKI               PIC S9(12) VALUE ZERO.
       01  WK-SOU-URIAGE               PIC S9(12) VALUE ZERO.
       01  WK-SOU-GENKA                PIC S9(12) VALUE ZERO.
       01  WK-SOU-NEBIKI               PIC S9(12) VALUE ZERO.
      *
      *印字行編集用（売上・原価・契約値引から粗利・粗利率を求める）
       01  WK-EDT-URIAGE               PIC S9(12) VALUE ZERO.
       01  WK-EDT-GENKA                PIC S9(12) VALUE ZERO.
       01  WK-EDT-NEBIKI               PIC S9(12) VALUE ZERO.
       01  WK-EDT-ARARI                PIC S9(12) VALUE ZERO.
       01  WK-ARARI-RITSU              PIC S9(7)V9 VALUE ZERO.
       01  WK-RITSU-EDIT               PIC X(8) VALUE SPACE.
       01  WK-RITSU-EDIT-E REDEFINES WK-RITSU-EDIT
                                       PIC -----9.9.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
      *粗利分析表見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(30) VALUE SPACE.
           03  FILLER                  PIC X(28) VALUE
             "＊＊＊　粗利分析表　＊＊＊".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-RPT-TITLE-YM         PIC 9999/99.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成日：".
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "営業".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE "商品　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "商品名".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "売上金額".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "原価金額".
           03  FILLER                  PIC X(9) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "粗利".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "粗利率%".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "契約値引".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "備考".
      *
      *粗利分析表明細行（商品計・得意先計・営業所計・総合計・商品別
      *合計で共用）
       01  WK-RPT-LINE.
           03  WK-RPT-EIGYO-COD        PIC X(2).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-TOKU-MEI         PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SHOHIN-MEI       PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-URIAGE           PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-GENKA            PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ARARI            PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-RITSU            PIC X(8).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NEBIKI           PIC ---,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KEIYAKU          PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-MISETTEI         PIC X(10).
      *
      *商品別合計欄
       01  WK-PRD-TITLE.
           03  FILLER                  PIC X(32) VALUE
             "＜商品別合計（全営業所）＞".
      *
      *原価割れ明細欄
       01  WK-WAR-TITLE.
           03  FILLER                  PIC X(24) VALUE
             "＜原価割れ明細（販売単".
           03  FILLER                  PIC X(26) VALUE
             "価が標準原価を下回る売上）＞".
      *
       01  WK-WAR-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "営業".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(5) VALUE "商品　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "受注日付".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "受注".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "数量".
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "単価".
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "原価".
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "損失金額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "備考".
      *
       01  WK-WAR-LINE.
           03  WK-WAR-EIGYO-COD        PIC X(2).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-WAR-TOKU-COD         PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-SHOHIN-NO        PIC X(5).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-JUCHU-DATE       PIC 9999/99/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-JUCHU-NO         PIC 9(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-SURYO            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-TANKA            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-GENKA            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-SONGAKU          PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-WAR-KEIYAKU          PIC X(4).
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(40).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
      **********************************************************************
      *******            EXEC SQLホスト変数の定義                    *******
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME             PIC X(32) VALUE "test_conn@localhost".
       01 USERNAME           PIC X(32) VALUE "test_conn".
       01 PASSWORD           PIC X(32) VALUE "test_conn".
       01 DB-EIGYO-COD       PIC X(02).
       01 DB-TOKU-COD        PIC X(04).
       01 DB-TOKU-MEI        PIC X(20).
       01 DB-SHOHIN-NO       PIC X(05).
       01 DB-SHOHIN-MEI      PIC X(20).
       01 DB-JUCHU-DATE      PIC X(10).
       01 DB-JUCHU-NO        PIC 9(04).
       01 DB-TANKA           PIC 9(05)V99.
       01 DB-SURYO           PIC S9(05).
       01 DB-KINGAKU         PIC S9(09).
       01 DB-DATA-KBN        PIC X(01).
       01 DB-FROM-DATE       PIC X(10).
       01 DB-TO-DATE         PIC X(10).
       EXEC SQL END DECLARE SECTION END-EXEC.
      **********************************************************************
      *******               共通領域の定義                            *******
       EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN UNTIL DTL-END-FLG = "Y".
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM094 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
      *
           PERFORM READ-PRM-RTN.
           PERFORM SET-PERIOD-RTN.
           PERFORM READ-HKP-RTN.
      *
      *    対象月が終了していなければ売上が確定しない
           IF WK-TO-DATE NOT < WK-RUN-DATE
             DISPLAY "*** KUBM094 ABEND MONTH NOT ENDED "
                     WK-TAISHO-YYYYMM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *    集計可能な最古日＝当日−（保存日数−１）
           COMPUTE WK-EARLIEST-INT =
             FUNCTION INTEGER-OF-DATE(WK-RUN-DATE)
             - WK-RETENTION-DAYS + 1.
           COMPUTE WK-EARLIEST-DATE =
             FUNCTION DATE-OF-INTEGER(WK-EARLIEST-INT).
           DISPLAY "*** KUBM094 RETENTION=" WK-RETENTION-DAYS
                   " EARLIEST=" WK-EARLIEST-DATE.
           IF WK-FROM-DATE < WK-EARLIEST-DATE
             DISPLAY "*** KUBM094 ABEND MONTH OUTSIDE RETENTION "
                     WK-FROM-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           PERFORM OPEN-MSTR-RTN.
           IF MSA-SHOM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM094 ABEND SHOMK NOT AVAILABLE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF MSA-KYM-AVAIL-FLG = "Y"
             MOVE "Y" TO WK-KYM-LOADED-FLG
           ELSE
             DISPLAY "*** KUBM094 WARNING KYMK-FILE NOT AVAILABLE ***"
           END-IF.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM094 ABEND NOT RPT-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-TAISHO-YYYYMM TO WK-RPT-TITLE-YM.
           MOVE WK-RUN-DATE TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           WRITE RPT-REC AFTER PAGE.
           ADD 1 TO RPT-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           PERFORM READ-DBC-RTN.
           DISPLAY "CONNECTING DATABASE ...".
           EXEC SQL
             CONNECT :USERNAME
                 IDENTIFIED BY :PASSWORD
                 USING :DBNAME
           END-EXEC.
           PERFORM SQLCA-DISP-RTN.
           IF SQLCODE NOT = 0
             DISPLAY "*** KUBM094 ABEND NOT CONNECTED ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *    対象月の売上明細カーソルの定義・オープン（営業所・得意先・
      *    商品の順。同一商品内は受注日付・受注番号の順）
           STRING WK-FROM-DATE(1:4) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WK-FROM-DATE(5:2) DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WK-FROM-DATE(7:2) DELIMITED BY SIZE
             INTO DB-FROM-DATE.
           STRING WK-TO-DATE(1:4)   DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WK-TO-DATE(5:2)   DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WK-TO-DATE(7:2)   DELIMITED BY SIZE
             INTO DB-TO-DATE.
           EXEC SQL
             DECLARE MGN-CUR CURSOR FOR
               SELECT EIGYO_COD, TOKU_COD, TOKU_MEI, SHOHIN_NO,
                      SHOHIN_MEI, JUCHU_DATE, JUCHU_NO, TANKA,
                      SURYO, KINGAKU, DATA_KBN
                 FROM SALES_DETAIL
                 WHERE JUCHU_DATE >= :DB-FROM-DATE
                   AND JUCHU_DATE <= :DB-TO-DATE
                 ORDER BY EIGYO_COD, TOKU_COD, SHOHIN_NO,
                          JUCHU_DATE, JUCHU_NO
           END-EXEC.
           EXEC SQL OPEN MGN-CUR END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQLCA-DISP-RTN
             DISPLAY "*** KUBM094 ABEND CURSOR OPEN FAILED ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO DTL-END-FLG.
           PERFORM FETCH-DTL-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    粗利分析パラメタ読み込み処理
      *    （パラメタが無い・ゼロの場合は実行日の前月とする）
      ******************************************************************
       READ-PRM-RTN                    SECTION.
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF MGP-YYYYMM NUMERIC
                   MOVE MGP-YYYYMM TO WK-TAISHO-YYYYMM
                 END-IF
             END-READ
             CLOSE PRM-FILE
           ELSE
             DISPLAY "*** KUBM094 WARNING MGNPRM NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    対象月・期間設定処理
      *    （指定なしは実行日の前月。期間は月初日から月末日まで）
      ******************************************************************
       SET-PERIOD-RTN                  SECTION.
           IF WK-TAISHO-YYYYMM = ZERO
             MOVE WK-RUN-YY TO WK-TAISHO-YY
             IF WK-RUN-MM = 1
               COMPUTE WK-TAISHO-YY = WK-RUN-YY - 1
               MOVE 12 TO WK-TAISHO-MM
             ELSE
               COMPUTE WK-TAISHO-MM = WK-RUN-MM - 1
             END-IF
           END-IF.
           IF WK-TAISHO-MM < 1 OR WK-TAISHO-MM > 12
             DISPLAY "*** KUBM094 ABEND MGNPRM YYYYMM INVALID "
                     WK-TAISHO-YYYYMM
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TAISHO-YY TO WK-FROM-YY.
           MOVE WK-TAISHO-MM TO WK-FROM-MM.
           MOVE 1 TO WK-FROM-DD.
      *    月末日＝翌月初日の前日
           MOVE WK-TAISHO-YY TO WK-NEXT-YY.
           IF WK-TAISHO-MM = 12
             COMPUTE WK-NEXT-YY = WK-TAISHO-YY + 1
             MOVE 1 TO WK-NEXT-MM
           ELSE
             COMPUTE WK-NEXT-MM = WK-TAISHO-MM + 1
           END-IF.
           MOVE 1 TO WK-NEXT-DD.
           COMPUTE WK-TO-DATE = FUNCTION DATE-OF-INTEGER(
             FUNCTION INTEGER-OF-DATE(WK-NEXT-DATE) - 1).
           DISPLAY "*** KUBM094 MONTH=" WK-TAISHO-YYYYMM
                   " FROM=" WK-FROM-DATE " TO=" WK-TO-DATE.
       EXI.
           EXIT.
      ******************************************************************
      *    保存期間パラメタ読み込み処理
      *    （KUBM047と共用のHKPPRM。無い・ゼロの場合は既定の３０日）
      ******************************************************************
       READ-HKP-RTN                    SECTION.
           OPEN INPUT HKP-FILE.
           IF WK-HKP-FILE-ERR = 00
             READ HKP-FILE
               NOT AT END
                 IF HKP-RETENTION-DAYS NOT = ZERO
                   MOVE HKP-RETENTION-DAYS TO WK-RETENTION-DAYS
                 END-IF
             END-READ
             CLOSE HKP-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    DB接続情報制御ファイル読み込み処理
      *    （制御ファイルが無い場合はプログラム内の初期値を使用する）
      ******************************************************************
       READ-DBC-RTN                    SECTION.
           OPEN INPUT DBC-FILE.
           IF WK-DBC-FILE-ERR = 00
             READ DBC-FILE
               NOT AT END
                 IF DBC-DBNAME NOT = SPACE
                   MOVE DBC-DBNAME TO DBNAME
                 END-IF
                 IF DBC-USERNAME NOT = SPACE
                   MOVE DBC-USERNAME TO USERNAME
                 END-IF
                 IF DBC-PASSWORD NOT = SPACE
                   MOVE DBC-PASSWORD TO PASSWORD
                 END-IF
             END-READ
             CLOSE DBC-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理（共通マスタ参照KUBS050のオープン。
      *    契約単価マスタが無い場合は契約値引を求めずに処理を続ける）
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
       EXI.
           EXIT.
      ******************************************************************
      *    売上明細フェッチ処理
      ******************************************************************
       FETCH-DTL-RTN                   SECTION.
           EXEC SQL
             FETCH MGN-CUR
               INTO :DB-EIGYO-COD, :DB-TOKU-COD, :DB-TOKU-MEI,
                    :DB-SHOHIN-NO, :DB-SHOHIN-MEI, :DB-JUCHU-DATE,
                    :DB-JUCHU-NO, :DB-TANKA, :DB-SURYO, :DB-KINGAKU,
                    :DB-DATA-KBN
           END-EXEC.
           IF SQLCODE = 100
             MOVE "Y" TO DTL-END-FLG
           ELSE
             IF SQLCODE NOT = 0
               PERFORM SQLCA-DISP-RTN
               DISPLAY "*** KUBM094 ABEND FETCH FAILED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               ADD 1 TO DTL-CNT
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（売上明細１行分）
      *    （営業所・得意先・商品の変わり目で各計を印字してから、
      *      行の売上・原価を商品計へ積み上げる）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF WK-BRK-EIGYO-COD = HIGH-VALUE
             PERFORM SET-BRK-EIGYO-RTN
           ELSE
             IF DB-EIGYO-COD NOT = WK-BRK-EIGYO-COD
               PERFORM WRITE-SHN-KEI-RTN
               PERFORM WRITE-TOK-KEI-RTN
               PERFORM WRITE-EIG-KEI-RTN
               PERFORM SET-BRK-EIGYO-RTN
             ELSE
             IF DB-TOKU-COD NOT = WK-BRK-TOKU-COD
               PERFORM WRITE-SHN-KEI-RTN
               PERFORM WRITE-TOK-KEI-RTN
               PERFORM SET-BRK-TOKU-RTN
             ELSE
               IF DB-SHOHIN-NO NOT = WK-BRK-SHOHIN-NO
                 PERFORM WRITE-SHN-KEI-RTN
                 PERFORM SET-BRK-SHOHIN-RTN
               END-IF
             END-IF
             END-IF
           END-IF.
      *
           PERFORM CALC-ROW-RTN.
           ADD WK-ROW-URIAGE TO WK-SHN-URIAGE.
           ADD WK-ROW-GENKA TO WK-SHN-GENKA.
           ADD WK-ROW-NEBIKI TO WK-SHN-NEBIKI.
           PERFORM FETCH-DTL-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    集計キー設定処理（営業所以下）
      ******************************************************************
       SET-BRK-EIGYO-RTN               SECTION.
           MOVE DB-EIGYO-COD TO WK-BRK-EIGYO-COD.
           PERFORM SET-BRK-TOKU-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    集計キー設定処理（得意先以下）
      ******************************************************************
       SET-BRK-TOKU-RTN                SECTION.
           MOVE DB-TOKU-COD TO WK-BRK-TOKU-COD.
           MOVE DB-TOKU-MEI TO WK-BRK-TOKU-MEI.
           PERFORM SET-BRK-SHOHIN-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    集計キー設定処理（商品。商品計の表示区分も初期化する）
      ******************************************************************
       SET-BRK-SHOHIN-RTN              SECTION.
           MOVE DB-SHOHIN-NO TO WK-BRK-SHOHIN-NO.
           MOVE DB-SHOHIN-MEI TO WK-BRK-SHOHIN-MEI.
           MOVE "N" TO WK-SHN-KEIYAKU-FLG.
           MOVE "N" TO WK-SHN-MISETTEI-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    売上明細１行分の売上・原価・契約値引計算処理
      *    （売上・調整は加算、返品は減算。調整は原価を持たない）
      ******************************************************************
       CALC-ROW-RTN                    SECTION.
           MOVE ZERO TO WK-ROW-GENKA.
           MOVE ZERO TO WK-ROW-NEBIKI.
           MOVE "N" TO WK-ROW-KEIYAKU-FLG.
           IF DB-DATA-KBN = "2"
             COMPUTE WK-ROW-URIAGE = DB-KINGAKU * ( - 1 )
             COMPUTE WK-ROW-SURYO = DB-SURYO * ( - 1 )
           ELSE
             MOVE DB-KINGAKU TO WK-ROW-URIAGE
             MOVE DB-SURYO TO WK-ROW-SURYO
           END-IF.
           IF DB-DATA-KBN NOT = "1" AND DB-DATA-KBN NOT = "2"
             GO TO EXI
           END-IF.
      *
      *    受注日付時点で適用中の単価世代の標準原価・単価
           MOVE DB-JUCHU-DATE(1:4) TO WK-ROW-YY.
           MOVE DB-JUCHU-DATE(6:2) TO WK-ROW-MM.
           MOVE DB-JUCHU-DATE(9:2) TO WK-ROW-DD.
           MOVE DB-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           MOVE WK-ROW-DATE TO WK-FIND-DATE.
           PERFORM FIND-SHOM-RTN.
      *    （単価世代・原価導入前のレコードは該当バイトが空白のため、
      *      数字チェックで守り、未設定はゼロとして扱う）
           MOVE ZERO TO WK-UNIT-GENKA.
           MOVE ZERO TO WK-UNIT-TANKA.
           IF WK-SHOM-FOUND-FLG = "Y"
             IF SHOM-GENKA NUMERIC
               MOVE SHOM-GENKA TO WK-UNIT-GENKA
             END-IF
             IF SHOM-TANKA NUMERIC
               MOVE SHOM-TANKA TO WK-UNIT-TANKA
             END-IF
           END-IF.
           IF WK-UNIT-GENKA = ZERO
             MOVE "Y" TO WK-SHN-MISETTEI-FLG
             ADD 1 TO WK-GENKA-NG-CNT
           END-IF.
           COMPUTE WK-ROW-GENKA ROUNDED = WK-ROW-SURYO * WK-UNIT-GENKA.
      *
      *    契約単価のある組合せは商品マスタ単価との差を契約値引とする
           PERFORM FIND-KYM-RTN.
           IF WK-KYM-FOUND-FLG = "Y"
             MOVE "Y" TO WK-ROW-KEIYAKU-FLG
             MOVE "Y" TO WK-SHN-KEIYAKU-FLG
             IF DB-TANKA < WK-UNIT-TANKA
               COMPUTE WK-ROW-NEBIKI ROUNDED =
                 ( WK-UNIT-TANKA - DB-TANKA ) * WK-ROW-SURYO
             END-IF
           END-IF.
      *
      *    販売単価が標準原価を下回る売上は原価割れ明細へ
           IF DB-DATA-KBN = "1" AND WK-UNIT-GENKA NOT = ZERO
             AND DB-TANKA < WK-UNIT-GENKA
             PERFORM ADD-WAR-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    原価割れ明細テーブル追加処理
      *    （テーブルを超えた分は件数のみ数え、RETURN-CODE 4とする）
      ******************************************************************
       ADD-WAR-RTN                     SECTION.
           ADD 1 TO WK-WARE-CNT.
           IF WK-WAR-CNT >= WK-WAR-MAX
             ADD 1 TO WK-WARE-OVER-CNT
             GO TO EXI
           END-IF.
           ADD 1 TO WK-WAR-CNT.
           MOVE DB-EIGYO-COD TO WK-WAR-ENT-EIGYO-COD(WK-WAR-CNT).
           MOVE DB-TOKU-COD TO WK-WAR-ENT-TOKU-COD(WK-WAR-CNT).
           MOVE DB-SHOHIN-NO TO WK-WAR-ENT-SHOHIN-NO(WK-WAR-CNT).
           MOVE WK-ROW-DATE TO WK-WAR-ENT-JUCHU-DATE(WK-WAR-CNT).
           MOVE DB-JUCHU-NO TO WK-WAR-ENT-JUCHU-NO(WK-WAR-CNT).
           MOVE DB-SURYO TO WK-WAR-ENT-SURYO(WK-WAR-CNT).
           MOVE DB-TANKA TO WK-WAR-ENT-TANKA(WK-WAR-CNT).
           MOVE WK-UNIT-GENKA TO WK-WAR-ENT-GENKA(WK-WAR-CNT).
           COMPUTE WK-ROW-SONGAKU ROUNDED =
             ( WK-UNIT-GENKA - DB-TANKA ) * DB-SURYO.
           MOVE WK-ROW-SONGAKU TO WK-WAR-ENT-SONGAKU(WK-WAR-CNT).
           MOVE WK-ROW-KEIYAKU-FLG TO WK-WAR-ENT-KEIYAKU(WK-WAR-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    商品計出力処理（得意先内の１商品分）
      ******************************************************************
       WRITE-SHN-KEI-RTN               SECTION.
           MOVE WK-BRK-EIGYO-COD TO WK-RPT-EIGYO-COD.
           MOVE WK-BRK-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE WK-BRK-TOKU-MEI TO WK-RPT-TOKU-MEI.
           MOVE WK-BRK-SHOHIN-NO TO WK-RPT-SHOHIN-NO.
           MOVE WK-BRK-SHOHIN-MEI TO WK-RPT-SHOHIN-MEI.
           MOVE WK-SHN-URIAGE TO WK-EDT-URIAGE.
           MOVE WK-SHN-GENKA TO WK-EDT-GENKA.
           MOVE WK-SHN-NEBIKI TO WK-EDT-NEBIKI.
           MOVE SPACE TO WK-RPT-KEIYAKU.
           IF WK-SHN-KEIYAKU-FLG = "Y"
             MOVE "契約" TO WK-RPT-KEIYAKU
           END-IF.
           MOVE SPACE TO WK-RPT-MISETTEI.
           IF WK-SHN-MISETTEI-FLG = "Y"
             MOVE "原価未設定" TO WK-RPT-MISETTEI
           END-IF.
           PERFORM WRITE-LINE-RTN.
           ADD 1 TO WK-SHN-LINE-CNT.
      *
      *    商品別合計へ加える（初出の商品は商品番号順の位置に挿入
      *    する）
           PERFORM FIND-PRD-RTN.
           IF WK-PRD-MATCH-IDX = ZERO
             IF WK-PRD-CNT >= WK-PRD-MAX
               DISPLAY "*** KUBM094 ABEND PRD TABLE FULL ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             PERFORM SHIFT-PRD-ENT-RTN
               VARYING WK-PRD-SFT-IDX FROM WK-PRD-CNT BY -1
                 UNTIL WK-PRD-SFT-IDX < WK-PRD-INS-IDX
             ADD 1 TO WK-PRD-CNT
             MOVE WK-PRD-INS-IDX TO WK-PRD-MATCH-IDX
             MOVE WK-BRK-SHOHIN-NO TO WK-PRD-ENT-NO(WK-PRD-MATCH-IDX)
             MOVE WK-BRK-SHOHIN-MEI TO WK-PRD-ENT-MEI(WK-PRD-MATCH-IDX)
             MOVE ZERO TO WK-PRD-ENT-URIAGE(WK-PRD-MATCH-IDX)
             MOVE ZERO TO WK-PRD-ENT-GENKA(WK-PRD-MATCH-IDX)
             MOVE ZERO TO WK-PRD-ENT-NEBIKI(WK-PRD-MATCH-IDX)
             MOVE "N" TO WK-PRD-ENT-KEIYAKU(WK-PRD-MATCH-IDX)
             MOVE "N" TO WK-PRD-ENT-MISETTEI(WK-PRD-MATCH-IDX)
           END-IF.
           ADD WK-SHN-URIAGE TO WK-PRD-ENT-URIAGE(WK-PRD-MATCH-IDX).
           ADD WK-SHN-GENKA TO WK-PRD-ENT-GENKA(WK-PRD-MATCH-IDX).
           ADD WK-SHN-NEBIKI TO WK-PRD-ENT-NEBIKI(WK-PRD-MATCH-IDX).
           IF WK-SHN-KEIYAKU-FLG = "Y"
             MOVE "Y" TO WK-PRD-ENT-KEIYAKU(WK-PRD-MATCH-IDX)
           END-IF.
           IF WK-SHN-MISETTEI-FLG = "Y"
             MOVE "Y" TO WK-PRD-ENT-MISETTEI(WK-PRD-MATCH-IDX)
           END-IF.
      *
           ADD WK-SHN-URIAGE TO WK-TOK-URIAGE.
           ADD WK-SHN-GENKA TO WK-TOK-GENKA.
           ADD WK-SHN-NEBIKI TO WK-TOK-NEBIKI.
           MOVE ZERO TO WK-SHN-URIAGE.
           MOVE ZERO TO WK-SHN-GENKA.
           MOVE ZERO TO WK-SHN-NEBIKI.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先計出力処理
      ******************************************************************
       WRITE-TOK-KEI-RTN               SECTION.
           MOVE WK-BRK-EIGYO-COD TO WK-RPT-EIGYO-COD.
           MOVE WK-BRK-TOKU-COD TO WK-RPT-TOKU-COD.
           MOVE SPACE TO WK-RPT-TOKU-MEI.
           MOVE SPACE TO WK-RPT-SHOHIN-NO.
           MOVE "　＊得意先計＊" TO WK-RPT-SHOHIN-MEI.
           MOVE WK-TOK-URIAGE TO WK-EDT-URIAGE.
           MOVE WK-TOK-GENKA TO WK-EDT-GENKA.
           MOVE WK-TOK-NEBIKI TO WK-EDT-NEBIKI.
           MOVE SPACE TO WK-RPT-KEIYAKU.
           MOVE SPACE TO WK-RPT-MISETTEI.
           PERFORM WRITE-LINE-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           ADD WK-TOK-URIAGE TO WK-EIG-URIAGE.
           ADD WK-TOK-GENKA TO WK-EIG-GENKA.
           ADD WK-TOK-NEBIKI TO WK-EIG-NEBIKI.
           MOVE ZERO TO WK-TOK-URIAGE.
           MOVE ZERO TO WK-TOK-GENKA.
           MOVE ZERO TO WK-TOK-NEBIKI.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所計出力処理
      ******************************************************************
       WRITE-EIG-KEI-RTN               SECTION.
           MOVE WK-BRK-EIGYO-COD TO WK-RPT-EIGYO-COD.
           MOVE SPACE TO WK-RPT-TOKU-COD.
           MOVE "　＊営業所計＊" TO WK-RPT-TOKU-MEI.
           MOVE SPACE TO WK-RPT-SHOHIN-NO.
           MOVE SPACE TO WK-RPT-SHOHIN-MEI.
           MOVE WK-EIG-URIAGE TO WK-EDT-URIAGE.
           MOVE WK-EIG-GENKA TO WK-EDT-GENKA.
           MOVE WK-EIG-NEBIKI TO WK-EDT-NEBIKI.
           MOVE SPACE TO WK-RPT-KEIYAKU.
           MOVE SPACE TO WK-RPT-MISETTEI.
           PERFORM WRITE-LINE-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           ADD WK-EIG-URIAGE TO WK-SOU-URIAGE.
           ADD WK-EIG-GENKA TO WK-SOU-GENKA.
           ADD WK-EIG-NEBIKI TO WK-SOU-NEBIKI.
           MOVE ZERO TO WK-EIG-URIAGE.
           MOVE ZERO TO WK-EIG-GENKA.
           MOVE ZERO TO WK-EIG-NEBIKI.
       EXI.
           EXIT.
      ******************************************************************
      *    総合計出力処理
      ******************************************************************
       WRITE-SOU-KEI-RTN               SECTION.
           MOVE SPACE TO WK-RPT-EIGYO-COD.
           MOVE SPACE TO WK-RPT-TOKU-COD.
           MOVE "＊＊総合計＊＊" TO WK-RPT-TOKU-MEI.
           MOVE SPACE TO WK-RPT-SHOHIN-NO.
           MOVE SPACE TO WK-RPT-SHOHIN-MEI.
           MOVE WK-SOU-URIAGE TO WK-EDT-URIAGE.
           MOVE WK-SOU-GENKA TO WK-EDT-GENKA.
           MOVE WK-SOU-NEBIKI TO WK-EDT-NEBIKI.
           MOVE SPACE TO WK-RPT-KEIYAKU.
           MOVE SPACE TO WK-RPT-MISETTEI.
           PERFORM WRITE-LINE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    商品別合計出力処理（売上のあった商品１件分）
      ******************************************************************
       WRITE-PRD-RTN                   SECTION.
           IF WK-PRD-ENT-URIAGE(WK-PRD-IDX) = ZERO
             AND WK-PRD-ENT-GENKA(WK-PRD-IDX) = ZERO
             GO TO EXI
           END-IF.
           MOVE SPACE TO WK-RPT-EIGYO-COD.
           MOVE SPACE TO WK-RPT-TOKU-COD.
           MOVE SPACE TO WK-RPT-TOKU-MEI.
           MOVE WK-PRD-ENT-NO(WK-PRD-IDX) TO WK-RPT-SHOHIN-NO.
           MOVE WK-PRD-ENT-MEI(WK-PRD-IDX) TO WK-RPT-SHOHIN-MEI.
           MOVE WK-PRD-ENT-URIAGE(WK-PRD-IDX) TO WK-EDT-URIAGE.
           MOVE WK-PRD-ENT-GENKA(WK-PRD-IDX) TO WK-EDT-GENKA.
           MOVE WK-PRD-ENT-NEBIKI(WK-PRD-IDX) TO WK-EDT-NEBIKI.
           MOVE SPACE TO WK-RPT-KEIYAKU.
           IF WK-PRD-ENT-KEIYAKU(WK-PRD-IDX) = "Y"
             MOVE "契約" TO WK-RPT-KEIYAKU
           END-IF.
           MOVE SPACE TO WK-RPT-MISETTEI.
           IF WK-PRD-ENT-MISETTEI(WK-PRD-IDX) = "Y"
             MOVE "原価未設定" TO WK-RPT-MISETTEI
           END-IF.
           PERFORM WRITE-LINE-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    原価割れ明細出力処理（１件分）
      ******************************************************************
       WRITE-WAR-RTN                   SECTION.
           MOVE WK-WAR-ENT-EIGYO-COD(WK-WAR-IDX) TO WK-WAR-EIGYO-COD.
           MOVE WK-WAR-ENT-TOKU-COD(WK-WAR-IDX) TO WK-WAR-TOKU-COD.
           MOVE WK-WAR-ENT-SHOHIN-NO(WK-WAR-IDX) TO WK-WAR-SHOHIN-NO.
           MOVE WK-WAR-ENT-JUCHU-DATE(WK-WAR-IDX)
             TO WK-WAR-JUCHU-DATE.
           MOVE WK-WAR-ENT-JUCHU-NO(WK-WAR-IDX) TO WK-WAR-JUCHU-NO.
           MOVE WK-WAR-ENT-SURYO(WK-WAR-IDX) TO WK-WAR-SURYO.
           MOVE WK-WAR-ENT-TANKA(WK-WAR-IDX) TO WK-WAR-TANKA.
           MOVE WK-WAR-ENT-GENKA(WK-WAR-IDX) TO WK-WAR-GENKA.
           MOVE WK-WAR-ENT-SONGAKU(WK-WAR-IDX) TO WK-WAR-SONGAKU.
           MOVE SPACE TO WK-WAR-KEIYAKU.
           IF WK-WAR-ENT-KEIYAKU(WK-WAR-IDX) = "Y"
             MOVE "契約" TO WK-WAR-KEIYAKU
           END-IF.
           MOVE WK-WAR-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    粗利分析表明細出力処理
      *    （WK-EDT-URIAGE・WK-EDT-GENKA・WK-EDT-NEBIKIから粗利と
      *      粗利率を求めて印字する。売上ゼロの粗利率は空白とする）
      ******************************************************************
       WRITE-LINE-RTN                  SECTION.
           COMPUTE WK-EDT-ARARI = WK-EDT-URIAGE - WK-EDT-GENKA.
           MOVE WK-EDT-URIAGE TO WK-RPT-URIAGE.
           MOVE WK-EDT-GENKA TO WK-RPT-GENKA.
           MOVE WK-EDT-ARARI TO WK-RPT-ARARI.
           MOVE WK-EDT-NEBIKI TO WK-RPT-NEBIKI.
           PERFORM EDIT-RITSU-RTN.
           MOVE WK-RITSU-EDIT TO WK-RPT-RITSU.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    粗利率編集処理（粗利÷売上を小数１桁で編集する）
      ******************************************************************
       EDIT-RITSU-RTN                  SECTION.
           MOVE SPACE TO WK-RITSU-EDIT.
           IF WK-EDT-URIAGE = ZERO
             GO TO EXI
           END-IF.
           COMPUTE WK-ARARI-RITSU ROUNDED =
             WK-EDT-ARARI * 100 / WK-EDT-URIAGE
             ON SIZE ERROR
               MOVE "  ******" TO WK-RITSU-EDIT
               GO TO EXI
           END-COMPUTE.
           IF WK-ARARI-RITSU > 99999.9 OR WK-ARARI-RITSU < -9999.9
             MOVE "  ******" TO WK-RITSU-EDIT
           ELSE
             MOVE WK-ARARI-RITSU TO WK-RITSU-EDIT-E
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ検索処理
      *    （WK-FIND-DATE時点で適用中の単価世代＝その日付以前で最大の
      *      適用開始日付を持つ世代を選ぶ。該当日付以前の世代が無い
      *      場合は最古世代を代替として採用する。KUBM041と同じ判定
      *      基準で、世代の選択はKUBS050が行う）
      ******************************************************************
       FIND-SHOM-RTN                   SECTION.
           MOVE "N" TO WK-SHOM-FOUND-FLG.
           MOVE "S" TO MSA-FUNC.
           MOVE WK-FIND-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE WK-FIND-DATE TO MSA-KIJUN-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-SHOM-DATA TO SHOM-REC
             MOVE "Y" TO WK-SHOM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ検索処理（得意先・商品の組合せ）
      ******************************************************************
       FIND-KYM-RTN                    SECTION.
           MOVE "N" TO WK-KYM-FOUND-FLG.
           IF WK-KYM-LOADED-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "K" TO MSA-FUNC.
           MOVE DB-TOKU-COD TO MSA-TOKU-COD.
           MOVE DB-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-KYM-DATA TO KYM-REC
             MOVE "Y" TO WK-KYM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品別合計テーブル検索処理
      *    （テーブルは商品番号順。該当が無い場合は挿入位置を
      *      WK-PRD-INS-IDXに返す）
      ******************************************************************
       FIND-PRD-RTN                    SECTION.
           MOVE ZERO TO WK-PRD-MATCH-IDX.
           MOVE ZERO TO WK-PRD-INS-IDX.
           PERFORM CHECK-PRD-ENT-RTN
             VARYING WK-PRD-IDX FROM 1 BY 1
               UNTIL WK-PRD-IDX > WK-PRD-CNT
                  OR WK-PRD-MATCH-IDX NOT = ZERO
                  OR WK-PRD-INS-IDX NOT = ZERO.
           IF WK-PRD-MATCH-IDX = ZERO AND WK-PRD-INS-IDX = ZERO
             COMPUTE WK-PRD-INS-IDX = WK-PRD-CNT + 1
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品別合計テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-PRD-ENT-RTN               SECTION.
           IF WK-PRD-ENT-NO(WK-PRD-IDX) = WK-BRK-SHOHIN-NO
             MOVE WK-PRD-IDX TO WK-PRD-MATCH-IDX
           ELSE
             IF WK-PRD-ENT-NO(WK-PRD-IDX) > WK-BRK-SHOHIN-NO
               MOVE WK-PRD-IDX TO WK-PRD-INS-IDX
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品別合計テーブル挿入処理（挿入位置以降を１件ずつ後ろへ
      *    ずらす）
      ******************************************************************
       SHIFT-PRD-ENT-RTN               SECTION.
           MOVE WK-PRD-ENT(WK-PRD-SFT-IDX)
             TO WK-PRD-ENT(WK-PRD-SFT-IDX + 1).
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（粗利分析表）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
           ADD 1 TO RPT-CNT.
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
      *    （最後の各計・総合計、商品別合計、原価割れ明細を印字する）
      ******************************************************************
       TERM-RTN                        SECTION.
           EXEC SQL CLOSE MGN-CUR END-EXEC.
           IF WK-BRK-EIGYO-COD NOT = HIGH-VALUE
             PERFORM WRITE-SHN-KEI-RTN
             PERFORM WRITE-TOK-KEI-RTN
             PERFORM WRITE-EIG-KEI-RTN
           END-IF.
           PERFORM WRITE-SOU-KEI-RTN.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-PRD-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-PRD-RTN
             VARYING WK-PRD-IDX FROM 1 BY 1
               UNTIL WK-PRD-IDX > WK-PRD-CNT.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-WAR-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-WAR-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-WAR-RTN
             VARYING WK-WAR-IDX FROM 1 BY 1
               UNTIL WK-WAR-IDX > WK-WAR-CNT.
           IF WK-WARE-OVER-CNT > ZERO
             MOVE "　上限超過で印字できなかった件数"
               TO WK-CNT-LABEL
             MOVE WK-WARE-OVER-CNT TO WK-CNT-VALUE
             PERFORM WRITE-CNT-RTN
           END-IF.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE "売上明細件数" TO WK-CNT-LABEL.
           MOVE DTL-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "原価割れ明細件数" TO WK-CNT-LABEL.
           MOVE WK-WARE-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           MOVE "原価未設定明細件数" TO WK-CNT-LABEL.
           MOVE WK-GENKA-NG-CNT TO WK-CNT-VALUE.
           PERFORM WRITE-CNT-RTN.
           CLOSE RPT-FILE.
      *
           DISPLAY "*** KUBM094 DTL=" DTL-CNT.
           DISPLAY "*** KUBM094 LINES=" WK-SHN-LINE-CNT.
           DISPLAY "*** KUBM094 BELOW-COST=" WK-WARE-CNT.
           DISPLAY "*** KUBM094 NO-COST=" WK-GENKA-NG-CNT.
      *
           IF WK-GENKA-NG-CNT > ZERO OR WK-WARE-OVER-CNT > ZERO
             DISPLAY "*** KUBM094 WARNING COST NOT SET OR LIST FULL ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM094 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM094" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE DTL-CNT TO RNL-IN-CNT.
           MOVE WK-SHN-LINE-CNT TO RNL-OUT-CNT.
           COMPUTE RNL-EXC-CNT = WK-GENKA-NG-CNT + WK-WARE-CNT.
           MOVE RETURN-CODE TO RNL-RETURN-CODE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS010" USING WK-RNL-REC.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    SQLCA表示処理（共通）
      ******************************************************************
       SQLCA-DISP-RTN                  SECTION.
           DISPLAY "SQLCODE: "   SQLCODE
                   " SQLSTATE: " SQLSTATE
                   " SQLERRM: "  SQLERRM.
       EXI.
           EXIT.
