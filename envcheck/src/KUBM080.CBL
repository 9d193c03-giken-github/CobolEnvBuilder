       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM080.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：四半期数量割戻計算
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先・商品マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　税区分は四半期末日時点の単
      *    　　　　　　　　価世代による）
      ******************************************************************
      *    割戻契約のある得意先について、四半期の純売上（売上・調整
      *    は加算、返品は減算）をKUBM041が登録したSALES_DETAIL表から
      *    得意先・営業所・税区分別に集計し、数量割戻段階マスタ
      *    （RBM・KUCF108）の段階により割戻額を計算する。
      *    　・段階の判定基準は、得意先指定はその得意先の純売上、
      *    　　グループ指定は支払先得意先と、TOKM-PAYER-CODがその
      *    　　支払先の得意先の純売上合計とする（得意先指定を優先）。
      *    　・判定した段階の割戻率を各得意先の営業所・税区分別の
      *    　　純売上に掛け（円未満四捨五入）、割戻額とする。
      *    　・割戻明細はデータ区分３（調整）、負の金額、割戻用商品
      *    　　番号（RBPRM・KUCF109。税区分別）のKUCF010形式で書き
      *    　　出し（OTF）、件数・金額のコントロールトータル（CTLOUT
      *    　　・KUCF070）を付ける。KUBM057Jのソース５（送信元システム
      *    　　コード０５）として結合し、以降は通常のチェーンで請求・
      *    　　売掛・累計マスタへ反映される。受注番号は８０００番台を
      *    　　割戻用とし、８＋年の下１桁＋四半期＋得意先内の連番
      *    　　とする。
      *    　・割戻計算書（RPT）に得意先ごとの判定基準・基準売上・
      *    　　割戻率と営業所・税区分別の割戻額を印字する。
      *    割戻履歴（RBHOLD→RBHNEW・KUCF110）に作成した割戻明細を
      *    記録し、対象四半期の履歴が既にある場合は二重計算を防ぐ
      *    ためRETURN-CODE 16で処理しない。四半期が終了していない
      *    場合、四半期の先頭がSALES_DETAILの保存期間（KUBM047と
      *    共用のHKPPRM・KUCF084）より古い場合もRETURN-CODE 16と
      *    する。得意先マスタ未登録、KUBS020のエラー、段階マスタの
      *    誤りは割戻明細を作成せずRETURN-CODE 4とする。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL RBPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT HKP-FILE
             ASSIGN TO EXTERNAL HKPPRM
               FILE STATUS IS WK-HKP-FILE-ERR.
           SELECT RBM-FILE
             ASSIGN TO EXTERNAL RBM
               FILE STATUS IS WK-RBM-FILE-ERR.
           SELECT RBHO-FILE
             ASSIGN TO EXTERNAL RBHOLD
               FILE STATUS IS WK-RBHO-FILE-ERR.
           SELECT RBHN-FILE
             ASSIGN TO EXTERNAL RBHNEW
               FILE STATUS IS WK-RBHN-FILE-ERR.
           SELECT OTF-FILE
             ASSIGN TO EXTERNAL OTF
               FILE STATUS IS WK-OTF-FILE-ERR.
           SELECT CTLO-FILE
             ASSIGN TO EXTERNAL CTLOUT
               FILE STATUS IS WK-CTLO-FILE-ERR.
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
           COPY KUCF109.
       FD  HKP-FILE.
       01  HKP-REC.
           COPY KUCF084.
       FD  RBM-FILE.
       01  RBM-REC.
           COPY KUCF108.
       FD  RBHO-FILE.
       01  RBHO-REC.
           COPY KUCF110.
       FD  RBHN-FILE.
       01  RBHN-REC.
           COPY KUCF110
               REPLACING LEADING ==RBH== BY ==NRBH==.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY KUCF010.
       FD  CTLO-FILE.
       01  CTLO-REC.
           COPY KUCF070.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
       FD  DBC-FILE.
       01  DBC-REC.
           COPY KUCF050.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-HKP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RBM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RBHO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RBHN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OTF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CTLO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DBC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  RBM-END-FLG                 PIC X VALUE "Y".
       01  RBHO-END-FLG                PIC X VALUE "Y".
       01  DTL-END-FLG                 PIC X VALUE "Y".
       01  DTL-CNT                     PIC 9(10) VALUE ZERO.
       01  RBHO-CNT                    PIC 9(10) VALUE ZERO.
       01  RBHN-CNT                    PIC 9(10) VALUE ZERO.
       01  OTF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-NG-CNT                   PIC 9(10) VALUE ZERO.
       01  WK-RBM-NG-CNT               PIC 9(10) VALUE ZERO.
      *
      *対象四半期・期間
       01  WK-RUN-DATE                 PIC 9(08) VALUE ZERO.
       01  WK-RUN-DATE-RED REDEFINES WK-RUN-DATE.
           03  WK-RUN-YY               PIC 9(04).
           03  WK-RUN-MM               PIC 9(02).
           03  WK-RUN-DD               PIC 9(02).
       01  WK-TAISHO-YYYY              PIC 9(04) VALUE ZERO.
       01  WK-TAISHO-Q                 PIC 9(01) VALUE ZERO.
       01  WK-FROM-DATE                PIC 9(08) VALUE ZERO.
       01  WK-FROM-DATE-RED REDEFINES WK-FROM-DATE.
           03  WK-FROM-YY              PIC 9(04).
           03  WK-FROM-MM              PIC 9(02).
           03  WK-FROM-DD              PIC 9(02).
       01  WK-TO-DATE                  PIC 9(08) VALUE ZERO.
       01  WK-TO-DATE-RED REDEFINES WK-TO-DATE.
           03  WK-TO-YY                PIC 9(04).
           03  WK-TO-MM                PIC 9(02).
           03  WK-TO-DD                PIC 9(02).
      *    四半期末の月日（１〜４四半期）
       01  WK-Q-END-TBL-DATA.
           03  FILLER                  PIC 9(04) VALUE 0331.
           03  FILLER                  PIC 9(04) VALUE 0630.
           03  FILLER                  PIC 9(04) VALUE 0930.
           03  FILLER                  PIC 9(04) VALUE 1231.
       01  WK-Q-END-TBL REDEFINES WK-Q-END-TBL-DATA.
           03  WK-Q-END-MMDD           PIC 9(04) OCCURS 4 TIMES.
      *
      *保存期間判定用（KUBM055と同じ基準）
       01  WK-RETENTION-DAYS           PIC 9(3) VALUE 30.
       01  WK-EARLIEST-INT             PIC 9(8) VALUE ZERO.
       01  WK-EARLIEST-DATE            PIC 9(8) VALUE ZERO.
      *
      *割戻用商品番号（税区分別）と商品名
       01  WK-RB-SHOHIN-HYOJUN         PIC X(05) VALUE SPACE.
       01  WK-RB-SHOHIN-KEIGEN         PIC X(05) VALUE SPACE.
       01  WK-RB-MEI-HYOJUN            PIC X(20) VALUE SPACE.
       01  WK-RB-MEI-KEIGEN            PIC X(20) VALUE SPACE.
       01  WK-RB-HYOJUN-FLG            PIC X VALUE "N".
       01  WK-RB-KEIGEN-FLG            PIC X VALUE "N".
      *
      *マスタ参照連絡領域（共通マスタ参照KUBS050の呼び出し用。
      *商品の税区分は四半期末日時点で適用中の単価世代による）
       01  WK-FIND-TOKU-COD            PIC X(4) VALUE SPACE.
       01  WK-FIND-SHOHIN-NO           PIC X(5) VALUE SPACE.
       01  WK-TOKM-FOUND-FLG           PIC X VALUE "N".
       01  WK-SHOM-FOUND-FLG           PIC X VALUE "N".
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返すマスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
      *
      *数量割戻段階マスタ退避テーブル（グループ指定は基準売上を
      *グループ合計として積み上げる）
       01  WK-RBM-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-RBM-MAX                  PIC 9(4) VALUE 500.
       01  WK-RBM-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-RBM-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-FIND-RBM-KBN             PIC X(1) VALUE SPACE.
       01  WK-FIND-RBM-COD             PIC X(4) VALUE SPACE.
       01  WK-TIER-IDX                 PIC 9(1) VALUE ZERO.
       01  WK-TIER-OK-FLG              PIC X VALUE "Y".
       01  WK-TIER-PREV-KINGAKU        PIC 9(11) VALUE ZERO.
       01  WK-RBM-TBL.
           03  WK-RBM-ENT              OCCURS 500 TIMES.
             05  WK-RBM-ENT-KBN        PIC X(1).
             05  WK-RBM-ENT-COD        PIC X(4).
             05  WK-RBM-ENT-BASE       PIC S9(12).
             05  WK-RBM-ENT-TIER       OCCURS 5 TIMES.
               07  WK-RBM-ENT-TIER-KINGAKU PIC 9(11).
               07  WK-RBM-ENT-TIER-RITSU   PIC 9(02)V99.
      *
      *得意先・営業所・税区分別純売上テーブル
       01  WK-NET-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-NET-MAX                  PIC 9(4) VALUE 3000.
       01  WK-NET-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-NET-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-CUR-ZEI-KBN              PIC X(1) VALUE SPACE.
       01  WK-NET-TBL.
           03  WK-NET-ENT              OCCURS 3000 TIMES.
             05  WK-NET-ENT-TOKU       PIC X(4).
             05  WK-NET-ENT-EIGYO      PIC X(2).
             05  WK-NET-ENT-ZEI-KBN    PIC X(1).
             05  WK-NET-ENT-KINGAKU    PIC S9(12).
      *
      *得意先別純売上テーブル（SALES_DETAILの得意先コード順）
       01  WK-CUS-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-CUS-MAX                  PIC 9(4) VALUE 1000.
       01  WK-CUS-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-CUS-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-CUS-TBL.
           03  WK-CUS-ENT              OCCURS 1000 TIMES.
             05  WK-CUS-ENT-TOKU       PIC X(4).
             05  WK-CUS-ENT-PAYER      PIC X(4).
             05  WK-CUS-ENT-KINGAKU    PIC S9(12).
      *
      *得意先ごとの割戻判定結果
       01  WK-BASE-KBN                 PIC X(1) VALUE SPACE.
       01  WK-BASE-COD                 PIC X(4) VALUE SPACE.
       01  WK-BASE-KINGAKU             PIC S9(12) VALUE ZERO.
       01  WK-RITSU                    PIC 9(02)V99 VALUE ZERO.
       01  WK-WARI-KINGAKU             PIC 9(09) VALUE ZERO.
       01  WK-CUS-WARI-KINGAKU         PIC 9(11) VALUE ZERO.
       01  WK-TOKU-MEI                 PIC X(20) VALUE SPACE.
       01  WK-LINE-SEQ                 PIC 9(02) VALUE ZERO.
       01  WK-CUS-NG-REASON            PIC X(20) VALUE SPACE.
       01  WK-NG-REASON                PIC X(20) VALUE SPACE.
      *
      *割戻明細の受注番号（８＋年の下１桁＋四半期＋連番）
       01  WK-JUCHU-NO-WORK.
           03  FILLER                  PIC X(1) VALUE "8".
           03  WK-JUCHU-NO-Y           PIC 9(1).
           03  WK-JUCHU-NO-Q           PIC 9(1).
           03  WK-JUCHU-NO-SEQ         PIC 9(1).
       01  WK-JUCHU-NO-WORK-N REDEFINES WK-JUCHU-NO-WORK
                                       PIC 9(04).
      *
      *作成明細（KUBS020へ渡すKUCF010形式）
       01  WK-ITF-REC.
           COPY KUCF010
               REPLACING LEADING ==UF010== BY ==WRK==.
      *
      *再生成トレーラ積み上げ用
       01  WK-TRL-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TRL-KINGAKU              PIC S9(11) VALUE ZERO.
       01  WK-WARI-GOKEI               PIC 9(11) VALUE ZERO.
       01  WK-WARI-TOKU-CNT            PIC 9(10) VALUE ZERO.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *入力チェック結果連絡領域（共通チェックKUBS020の呼び出し用）
       01  WK-EDT-RESULT.
           COPY KUCF095.
      *
      *割戻計算書見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(30) VALUE
             "＊＊＊　数量割戻計算書　＊＊＊".
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "対象：".
           03  WK-RPT-TITLE-YYYY       PIC 9(4).
           03  FILLER                  PIC X(4) VALUE "年第".
           03  WK-RPT-TITLE-Q          PIC 9(1).
           03  FILLER                  PIC X(8) VALUE "四半期（".
           03  WK-RPT-TITLE-FROM       PIC 9(8).
           03  FILLER                  PIC X(1) VALUE "-".
           03  WK-RPT-TITLE-TO         PIC 9(8).
           03  FILLER                  PIC X(2) VALUE "）".
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "得意".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "得意先名".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE "判定基準".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE "基準売上".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(7) VALUE "割戻率".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE "割戻額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "結果".
       01  WK-RPT-SUBTITLE2.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "営業所".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "税区分".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(16) VALUE "純売上".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE "割戻額".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "受注".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(20) VALUE "結果".
      *
      *割戻計算書得意先行
       01  WK-CUS-LINE.
           03  WK-CUS-L-TOKU-COD       PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-CUS-L-TOKU-MEI       PIC X(20).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-CUS-L-BASE           PIC X(10).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-CUS-L-BASE-KINGAKU   PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-CUS-L-RITSU          PIC Z9.99.
           03  FILLER                  PIC X(2) VALUE "％".
           03  FILLER                  PIC X(18) VALUE SPACE.
           03  WK-CUS-L-RESULT         PIC X(20).
      *
      *割戻計算書得意先計行
       01  WK-SUB-LINE.
           03  FILLER                  PIC X(26) VALUE SPACE.
           03  FILLER                  PIC X(14) VALUE
             "得意先割戻額計".
           03  FILLER                  PIC X(28) VALUE SPACE.
           03  WK-SUB-L-WARI-KINGAKU   PIC ZZZ,ZZZ,ZZZ,ZZ9.
      *
      *割戻計算書明細行（営業所・税区分別）
       01  WK-DTL-LINE.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  WK-DTL-L-EIGYO-COD      PIC X(2).
           03  FILLER                  PIC X(5) VALUE SPACE.
           03  WK-DTL-L-ZEI            PIC X(6).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-DTL-L-NET-KINGAKU    PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-DTL-L-WARI-KINGAKU   PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-DTL-L-JUCHU-NO       PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-DTL-L-RESULT         PIC X(20).
      *
      *割戻計算書合計行
       01  WK-TOT-LINE.
           03  FILLER                  PIC X(6) VALUE SPACE.
           03  FILLER                  PIC X(10) VALUE
             "割戻得意先".
           03  WK-TOT-TOKU-CNT         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "割戻明細".
           03  WK-TOT-CNT              PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "割戻合計".
           03  WK-TOT-KINGAKU          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成不可".
           03  WK-TOT-NG-CNT           PIC ZZZ,ZZ9.
      *
      **********************************************************************
      *******            EXEC SQLホスト変数の定義                    *******
       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 DBNAME             PIC X(32) VALUE "test_conn@localhost".
       01 USERNAME           PIC X(32) VALUE "test_conn".
       01 PASSWORD           PIC X(32) VALUE "test_conn".
       01 DB-TOKU-COD        PIC X(04).
       01 DB-EIGYO-COD       PIC X(02).
       01 DB-SHOHIN-NO       PIC X(05).
       01 DB-NET-KINGAKU     PIC S9(12).
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
           PERFORM CALC-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM080 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-RUN-DATE.
      *
           PERFORM READ-PRM-RTN.
           PERFORM SET-PERIOD-RTN.
           PERFORM READ-HKP-RTN.
      *
      *    四半期が終了していなければ純売上が確定しない
           IF WK-TO-DATE NOT < WK-RUN-DATE
             DISPLAY "*** KUBM080 ABEND QUARTER NOT ENDED "
                     WK-TAISHO-YYYY "/" WK-TAISHO-Q
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *    再計算可能な最古日＝当日−（保存日数−１）
           COMPUTE WK-EARLIEST-INT =
             FUNCTION INTEGER-OF-DATE(WK-RUN-DATE)
             - WK-RETENTION-DAYS + 1.
           COMPUTE WK-EARLIEST-DATE =
             FUNCTION DATE-OF-INTEGER(WK-EARLIEST-INT).
           DISPLAY "*** KUBM080 RETENTION=" WK-RETENTION-DAYS
                   " EARLIEST=" WK-EARLIEST-DATE.
           IF WK-FROM-DATE < WK-EARLIEST-DATE
             DISPLAY "*** KUBM080 ABEND QUARTER OUTSIDE RETENTION "
                     WK-FROM-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           PERFORM CHECK-RBHO-RTN.
      *
           PERFORM OPEN-MSTR-RTN.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             OR MSA-SHOM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM080 ABEND TOKM/SHOM NOT AVAILABLE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM CHECK-RB-SHOHIN-RTN.
           PERFORM LOAD-RBM-RTN.
           IF WK-RBM-CNT = ZERO
             DISPLAY "*** KUBM080 ABEND NOT RBM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT OTF-FILE.
           IF WK-OTF-FILE-ERR NOT = 00
             DISPLAY "*** KUBM080 ABEND NOT OTF-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RBHN-FILE.
           IF WK-RBHN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM080 ABEND NOT RBHNEW-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM080 ABEND NOT RPT-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           MOVE WK-TAISHO-YYYY TO WK-RPT-TITLE-YYYY.
           MOVE WK-TAISHO-Q TO WK-RPT-TITLE-Q.
           MOVE WK-FROM-DATE TO WK-RPT-TITLE-FROM.
           MOVE WK-TO-DATE TO WK-RPT-TITLE-TO.
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE2 TO RPT-REC.
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
             DISPLAY "*** KUBM080 ABEND NOT CONNECTED ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
      *    四半期の得意先・営業所・商品別純売上カーソルの定義・
      *    オープン（売上・調整は加算、返品は減算）
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
             DECLARE NET-CUR CURSOR FOR
               SELECT TOKU_COD, EIGYO_COD, SHOHIN_NO,
                      COALESCE(SUM(CASE WHEN DATA_KBN = '2'
                                        THEN - KINGAKU
                                        ELSE KINGAKU END), 0)
                 FROM SALES_DETAIL
                 WHERE JUCHU_DATE >= :DB-FROM-DATE
                   AND JUCHU_DATE <= :DB-TO-DATE
                 GROUP BY TOKU_COD, EIGYO_COD, SHOHIN_NO
                 ORDER BY TOKU_COD, EIGYO_COD, SHOHIN_NO
           END-EXEC.
           EXEC SQL OPEN NET-CUR END-EXEC.
           IF SQLCODE NOT = 0
             PERFORM SQLCA-DISP-RTN
             DISPLAY "*** KUBM080 ABEND CURSOR OPEN FAILED ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO DTL-END-FLG.
           PERFORM FETCH-DTL-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻計算パラメタ読み込み処理
      *    （割戻用商品番号が無いと割戻明細を作れないためABENDとする）
      ******************************************************************
       READ-PRM-RTN                    SECTION.
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF RBP-TAISHO-YYYY NUMERIC
                   MOVE RBP-TAISHO-YYYY TO WK-TAISHO-YYYY
                 END-IF
                 IF RBP-TAISHO-Q NUMERIC
                   MOVE RBP-TAISHO-Q TO WK-TAISHO-Q
                 END-IF
                 MOVE RBP-SHOHIN-HYOJUN TO WK-RB-SHOHIN-HYOJUN
                 MOVE RBP-SHOHIN-KEIGEN TO WK-RB-SHOHIN-KEIGEN
             END-READ
             CLOSE PRM-FILE
           END-IF.
           IF WK-RB-SHOHIN-HYOJUN = SPACE
             OR WK-RB-SHOHIN-KEIGEN = SPACE
             DISPLAY "*** KUBM080 ABEND NOT RBPRM-FILE"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    対象四半期・期間設定処理
      *    （指定なしは実行日の前四半期）
      ******************************************************************
       SET-PERIOD-RTN                  SECTION.
           IF WK-TAISHO-YYYY = ZERO OR WK-TAISHO-Q = ZERO
             COMPUTE WK-TAISHO-Q = ( WK-RUN-MM - 1 ) / 3 + 1
             MOVE WK-RUN-YY TO WK-TAISHO-YYYY
             IF WK-TAISHO-Q = 1
               COMPUTE WK-TAISHO-YYYY = WK-RUN-YY - 1
               MOVE 4 TO WK-TAISHO-Q
             ELSE
               COMPUTE WK-TAISHO-Q = WK-TAISHO-Q - 1
             END-IF
           END-IF.
           IF WK-TAISHO-Q > 4
             DISPLAY "*** KUBM080 ABEND RBPRM QUARTER INVALID "
                     WK-TAISHO-Q
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TAISHO-YYYY TO WK-FROM-YY.
           COMPUTE WK-FROM-MM = ( WK-TAISHO-Q - 1 ) * 3 + 1.
           MOVE 1 TO WK-FROM-DD.
           COMPUTE WK-TO-DATE = WK-TAISHO-YYYY * 10000
             + WK-Q-END-MMDD(WK-TAISHO-Q).
           DISPLAY "*** KUBM080 QUARTER=" WK-TAISHO-YYYY "/"
                   WK-TAISHO-Q " FROM=" WK-FROM-DATE
                   " TO=" WK-TO-DATE.
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
      *    割戻履歴確認処理
      *    （対象四半期の履歴が既にあれば二重計算になるため処理
      *      しない。履歴が無い（初回）場合は空として扱う）
      ******************************************************************
       CHECK-RBHO-RTN                  SECTION.
           OPEN INPUT RBHO-FILE.
           IF WK-RBHO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM080 WARNING RBHOLD NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO RBHO-END-FLG.
           PERFORM CHECK-RBHO-READ-RTN
             UNTIL RBHO-END-FLG = "Y".
           CLOSE RBHO-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻履歴確認処理（１件分）
      ******************************************************************
       CHECK-RBHO-READ-RTN             SECTION.
           READ RBHO-FILE
             AT END
               MOVE "Y" TO RBHO-END-FLG
             NOT AT END
               IF RBH-TAISHO-YYYY = WK-TAISHO-YYYY
                 AND RBH-TAISHO-Q = WK-TAISHO-Q
                 DISPLAY "*** KUBM080 ABEND QUARTER ALREADY "
                         "CALCULATED " WK-TAISHO-YYYY "/"
                         WK-TAISHO-Q " ON " RBH-SAKUSEI-DATE
                 MOVE 16 TO RETURN-CODE
                 CLOSE RBHO-FILE
                 STOP RUN
               END-IF
           END-READ.
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
      *    マスタ参照準備処理（共通マスタ参照KUBS050のオープン）
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
      *    割戻用商品番号確認処理
      *    （商品マスタに登録され、税区分が標準・軽減の別と合って
      *      いること。合わない割戻明細は税額を誤るためABENDとする）
      ******************************************************************
       CHECK-RB-SHOHIN-RTN             SECTION.
           MOVE WK-RB-SHOHIN-HYOJUN TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHOM-RTN.
           IF WK-SHOM-FOUND-FLG = "Y"
             IF SHOM-ZEI-KBN = "1"
               MOVE "Y" TO WK-RB-HYOJUN-FLG
               MOVE SHOM-SHOHIN-MEI TO WK-RB-MEI-HYOJUN
             END-IF
           END-IF.
           MOVE WK-RB-SHOHIN-KEIGEN TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHOM-RTN.
           IF WK-SHOM-FOUND-FLG = "Y"
             IF SHOM-ZEI-KBN = "2"
               MOVE "Y" TO WK-RB-KEIGEN-FLG
               MOVE SHOM-SHOHIN-MEI TO WK-RB-MEI-KEIGEN
             END-IF
           END-IF.
           IF WK-RB-HYOJUN-FLG NOT = "Y" OR WK-RB-KEIGEN-FLG NOT = "Y"
             DISPLAY "*** KUBM080 ABEND REBATE SHOHIN-NO NOT IN SHOM"
                     " HYOJUN=" WK-RB-SHOHIN-HYOJUN
                     " KEIGEN=" WK-RB-SHOHIN-KEIGEN
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    数量割戻段階マスタ読み込み処理
      ******************************************************************
       LOAD-RBM-RTN                    SECTION.
           OPEN INPUT RBM-FILE.
           IF WK-RBM-FILE-ERR = 00
             MOVE "N" TO RBM-END-FLG
             PERFORM LOAD-RBM-READ-RTN
               UNTIL RBM-END-FLG = "Y"
             CLOSE RBM-FILE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    数量割戻段階マスタ読み込み処理（１件分）
      *    （キー区分・段階の誤りがある契約は読み飛ばして警告する）
      ******************************************************************
       LOAD-RBM-READ-RTN               SECTION.
           READ RBM-FILE
             AT END
               MOVE "Y" TO RBM-END-FLG
               GO TO EXI
           END-READ.
      *
           MOVE "Y" TO WK-TIER-OK-FLG.
           MOVE ZERO TO WK-TIER-PREV-KINGAKU.
           IF NOT RBM-KEY-TOKU AND NOT RBM-KEY-GROUP
             MOVE "N" TO WK-TIER-OK-FLG
           END-IF.
           PERFORM CHECK-RBM-TIER-RTN
             VARYING WK-TIER-IDX FROM 1 BY 1
               UNTIL WK-TIER-IDX > 5.
           IF WK-TIER-OK-FLG = "N"
             DISPLAY "*** KUBM080 WARNING RBM ENTRY INVALID KBN="
                     RBM-KEY-KBN " COD=" RBM-KEY-COD
             ADD 1 TO WK-RBM-NG-CNT
             GO TO EXI
           END-IF.
      *
           IF WK-RBM-CNT < WK-RBM-MAX
             ADD 1 TO WK-RBM-CNT
             MOVE RBM-KEY-KBN TO WK-RBM-ENT-KBN(WK-RBM-CNT)
             MOVE RBM-KEY-COD TO WK-RBM-ENT-COD(WK-RBM-CNT)
             MOVE ZERO TO WK-RBM-ENT-BASE(WK-RBM-CNT)
             PERFORM MOVE-RBM-TIER-RTN
               VARYING WK-TIER-IDX FROM 1 BY 1
                 UNTIL WK-TIER-IDX > 5
           ELSE
             DISPLAY "*** KUBM080 WARNING RBM TABLE FULL ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    段階チェック処理（１段階分）
      *    （数値であり、割戻率のある段階は下限金額の昇順であること）
      ******************************************************************
       CHECK-RBM-TIER-RTN              SECTION.
           IF RBM-TIER-KINGAKU(WK-TIER-IDX) NOT NUMERIC
             OR RBM-TIER-RITSU(WK-TIER-IDX) NOT NUMERIC
             MOVE "N" TO WK-TIER-OK-FLG
             GO TO EXI
           END-IF.
           IF RBM-TIER-RITSU(WK-TIER-IDX) NOT = ZERO
             IF RBM-TIER-KINGAKU(WK-TIER-IDX) < WK-TIER-PREV-KINGAKU
               MOVE "N" TO WK-TIER-OK-FLG
             END-IF
             MOVE RBM-TIER-KINGAKU(WK-TIER-IDX)
               TO WK-TIER-PREV-KINGAKU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    段階退避処理（１段階分）
      ******************************************************************
       MOVE-RBM-TIER-RTN               SECTION.
           MOVE RBM-TIER-KINGAKU(WK-TIER-IDX)
             TO WK-RBM-ENT-TIER-KINGAKU(WK-RBM-CNT, WK-TIER-IDX).
           MOVE RBM-TIER-RITSU(WK-TIER-IDX)
             TO WK-RBM-ENT-TIER-RITSU(WK-RBM-CNT, WK-TIER-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    純売上フェッチ処理
      ******************************************************************
       FETCH-DTL-RTN                   SECTION.
           EXEC SQL
             FETCH NET-CUR
               INTO :DB-TOKU-COD, :DB-EIGYO-COD, :DB-SHOHIN-NO,
                    :DB-NET-KINGAKU
           END-EXEC.
           IF SQLCODE = 100
             MOVE "Y" TO DTL-END-FLG
           ELSE
             IF SQLCODE NOT = 0
               PERFORM SQLCA-DISP-RTN
               DISPLAY "*** KUBM080 ABEND FETCH FAILED ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             ELSE
               ADD 1 TO DTL-CNT
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（得意先・営業所・商品１件分の純売上を税区分別に
      *    積み上げる。割戻明細自体は純売上に含めない）
      ******************************************************************
       MAIN-RTN                        SECTION.
           IF DB-SHOHIN-NO = WK-RB-SHOHIN-HYOJUN
             OR DB-SHOHIN-NO = WK-RB-SHOHIN-KEIGEN
             GO TO MAIN-NEXT
           END-IF.
      *
      *    税区分は商品マスタを正とし、未登録は標準税率とする
           MOVE "1" TO WK-CUR-ZEI-KBN.
           MOVE DB-SHOHIN-NO TO WK-FIND-SHOHIN-NO.
           PERFORM FIND-SHOM-RTN.
           IF WK-SHOM-FOUND-FLG = "Y"
             IF SHOM-ZEI-KBN = "2"
               MOVE "2" TO WK-CUR-ZEI-KBN
             END-IF
           END-IF.
      *
           PERFORM FIND-NET-RTN.
           IF WK-NET-MATCH-IDX = ZERO
             IF WK-NET-CNT < WK-NET-MAX
               ADD 1 TO WK-NET-CNT
               MOVE WK-NET-CNT TO WK-NET-MATCH-IDX
               MOVE DB-TOKU-COD TO WK-NET-ENT-TOKU(WK-NET-CNT)
               MOVE DB-EIGYO-COD TO WK-NET-ENT-EIGYO(WK-NET-CNT)
               MOVE WK-CUR-ZEI-KBN TO WK-NET-ENT-ZEI-KBN(WK-NET-CNT)
               MOVE ZERO TO WK-NET-ENT-KINGAKU(WK-NET-CNT)
             ELSE
               DISPLAY "*** KUBM080 ABEND NET TABLE FULL ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           ADD DB-NET-KINGAKU TO WK-NET-ENT-KINGAKU(WK-NET-MATCH-IDX).
      *
       MAIN-NEXT.
           PERFORM FETCH-DTL-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    純売上テーブル検索処理
      ******************************************************************
       FIND-NET-RTN                    SECTION.
           MOVE ZERO TO WK-NET-MATCH-IDX.
           PERFORM CHECK-NET-ENT-RTN
             VARYING WK-NET-IDX FROM 1 BY 1
               UNTIL WK-NET-IDX > WK-NET-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    純売上テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-NET-ENT-RTN               SECTION.
           IF WK-NET-MATCH-IDX = ZERO
             AND WK-NET-ENT-TOKU(WK-NET-IDX) = DB-TOKU-COD
             AND WK-NET-ENT-EIGYO(WK-NET-IDX) = DB-EIGYO-COD
             AND WK-NET-ENT-ZEI-KBN(WK-NET-IDX) = WK-CUR-ZEI-KBN
             MOVE WK-NET-IDX TO WK-NET-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻計算処理
      *    （得意先別純売上・グループ別基準売上を積み上げたうえで、
      *      得意先ごとに段階を判定して割戻明細を作成する）
      ******************************************************************
       CALC-RTN                        SECTION.
           EXEC SQL CLOSE NET-CUR END-EXEC.
           PERFORM SUM-CUS-RTN
             VARYING WK-NET-IDX FROM 1 BY 1
               UNTIL WK-NET-IDX > WK-NET-CNT.
           PERFORM SUM-RBM-BASE-RTN
             VARYING WK-RBM-IDX FROM 1 BY 1
               UNTIL WK-RBM-IDX > WK-RBM-CNT.
           PERFORM CALC-CUS-RTN
             VARYING WK-CUS-IDX FROM 1 BY 1
               UNTIL WK-CUS-IDX > WK-CUS-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別純売上積み上げ処理（純売上テーブル１件分）
      ******************************************************************
       SUM-CUS-RTN                     SECTION.
           MOVE ZERO TO WK-CUS-MATCH-IDX.
           IF WK-CUS-CNT > ZERO
             IF WK-CUS-ENT-TOKU(WK-CUS-CNT) =
                  WK-NET-ENT-TOKU(WK-NET-IDX)
               MOVE WK-CUS-CNT TO WK-CUS-MATCH-IDX
             END-IF
           END-IF.
      *    純売上テーブルは得意先コード順のため、最後の得意先と
      *    異なれば新しい得意先とする
           IF WK-CUS-MATCH-IDX = ZERO
             IF WK-CUS-CNT < WK-CUS-MAX
               ADD 1 TO WK-CUS-CNT
               MOVE WK-CUS-CNT TO WK-CUS-MATCH-IDX
               MOVE WK-NET-ENT-TOKU(WK-NET-IDX)
                 TO WK-CUS-ENT-TOKU(WK-CUS-CNT)
               MOVE ZERO TO WK-CUS-ENT-KINGAKU(WK-CUS-CNT)
               MOVE WK-NET-ENT-TOKU(WK-NET-IDX) TO WK-FIND-TOKU-COD
               PERFORM FIND-TOKM-RTN
               IF WK-TOKM-FOUND-FLG NOT = "Y"
                 MOVE SPACE TO WK-CUS-ENT-PAYER(WK-CUS-CNT)
               ELSE
                 MOVE TOKM-PAYER-COD TO WK-CUS-ENT-PAYER(WK-CUS-CNT)
               END-IF
             ELSE
               DISPLAY "*** KUBM080 ABEND CUS TABLE FULL ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           ADD WK-NET-ENT-KINGAKU(WK-NET-IDX)
             TO WK-CUS-ENT-KINGAKU(WK-CUS-MATCH-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    グループ基準売上積み上げ処理（段階マスタ１件分）
      *    （支払先得意先自身と、その支払先を持つ得意先の合計）
      ******************************************************************
       SUM-RBM-BASE-RTN                SECTION.
           IF WK-RBM-ENT-KBN(WK-RBM-IDX) = "2"
             PERFORM SUM-RBM-BASE-CUS-RTN
               VARYING WK-CUS-IDX FROM 1 BY 1
                 UNTIL WK-CUS-IDX > WK-CUS-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    グループ基準売上積み上げ処理（得意先１件分）
      ******************************************************************
       SUM-RBM-BASE-CUS-RTN            SECTION.
           IF WK-CUS-ENT-TOKU(WK-CUS-IDX) = WK-RBM-ENT-COD(WK-RBM-IDX)
             OR WK-CUS-ENT-PAYER(WK-CUS-IDX) =
                  WK-RBM-ENT-COD(WK-RBM-IDX)
             ADD WK-CUS-ENT-KINGAKU(WK-CUS-IDX)
               TO WK-RBM-ENT-BASE(WK-RBM-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別割戻判定処理（得意先１件分）
      *    （得意先指定→自得意先の支払先のグループ指定→自得意先が
      *      支払先のグループ指定の順に段階マスタを探す。契約の無い
      *      得意先は計算書に載せない）
      ******************************************************************
       CALC-CUS-RTN                    SECTION.
           MOVE "1" TO WK-FIND-RBM-KBN.
           MOVE WK-CUS-ENT-TOKU(WK-CUS-IDX) TO WK-FIND-RBM-COD.
           PERFORM FIND-RBM-RTN.
           IF WK-RBM-MATCH-IDX = ZERO
             AND WK-CUS-ENT-PAYER(WK-CUS-IDX) NOT = SPACE
             MOVE "2" TO WK-FIND-RBM-KBN
             MOVE WK-CUS-ENT-PAYER(WK-CUS-IDX) TO WK-FIND-RBM-COD
             PERFORM FIND-RBM-RTN
           END-IF.
           IF WK-RBM-MATCH-IDX = ZERO
             MOVE "2" TO WK-FIND-RBM-KBN
             MOVE WK-CUS-ENT-TOKU(WK-CUS-IDX) TO WK-FIND-RBM-COD
             PERFORM FIND-RBM-RTN
           END-IF.
           IF WK-RBM-MATCH-IDX = ZERO
             GO TO EXI
           END-IF.
      *
           MOVE WK-RBM-ENT-KBN(WK-RBM-MATCH-IDX) TO WK-BASE-KBN.
           MOVE WK-RBM-ENT-COD(WK-RBM-MATCH-IDX) TO WK-BASE-COD.
           IF WK-BASE-KBN = "1"
             MOVE WK-CUS-ENT-KINGAKU(WK-CUS-IDX) TO WK-BASE-KINGAKU
           ELSE
             MOVE WK-RBM-ENT-BASE(WK-RBM-MATCH-IDX) TO WK-BASE-KINGAKU
           END-IF.
           MOVE ZERO TO WK-RITSU.
           PERFORM FIND-TIER-RTN
             VARYING WK-TIER-IDX FROM 1 BY 1
               UNTIL WK-TIER-IDX > 5.
      *
           MOVE SPACE TO WK-CUS-NG-REASON.
           MOVE WK-CUS-ENT-TOKU(WK-CUS-IDX) TO WK-FIND-TOKU-COD.
           PERFORM FIND-TOKM-RTN.
           IF WK-TOKM-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-TOKU-MEI
             IF WK-RITSU > ZERO
               MOVE "得意先マスタ未登録" TO WK-CUS-NG-REASON
             END-IF
           ELSE
             MOVE TOKM-TOKU-MEI TO WK-TOKU-MEI
           END-IF.
      *
      *    得意先行（割戻額は明細作成後に得意先計行へ印字する）
           MOVE ZERO TO WK-CUS-WARI-KINGAKU.
           MOVE ZERO TO WK-LINE-SEQ.
           MOVE WK-CUS-ENT-TOKU(WK-CUS-IDX) TO WK-CUS-L-TOKU-COD.
           MOVE WK-TOKU-MEI TO WK-CUS-L-TOKU-MEI.
           MOVE SPACE TO WK-CUS-L-BASE.
           IF WK-BASE-KBN = "1"
             MOVE "個別" TO WK-CUS-L-BASE
           ELSE
             STRING "グループ" DELIMITED BY SIZE
                    WK-BASE-COD DELIMITED BY SIZE
               INTO WK-CUS-L-BASE
           END-IF.
           MOVE WK-BASE-KINGAKU TO WK-CUS-L-BASE-KINGAKU.
           MOVE WK-RITSU TO WK-CUS-L-RITSU.
           MOVE SPACE TO WK-CUS-L-RESULT.
           IF WK-CUS-NG-REASON NOT = SPACE
             MOVE WK-CUS-NG-REASON TO WK-CUS-L-RESULT
             ADD 1 TO WK-NG-CNT
           ELSE
             IF WK-RITSU = ZERO
               MOVE "段階未達" TO WK-CUS-L-RESULT
             END-IF
           END-IF.
           MOVE WK-CUS-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           IF WK-RITSU > ZERO AND WK-CUS-NG-REASON = SPACE
             PERFORM MAKE-WARI-RTN
               VARYING WK-NET-IDX FROM 1 BY 1
                 UNTIL WK-NET-IDX > WK-NET-CNT
             IF WK-CUS-WARI-KINGAKU > ZERO
               ADD 1 TO WK-WARI-TOKU-CNT
               MOVE WK-CUS-WARI-KINGAKU TO WK-SUB-L-WARI-KINGAKU
               MOVE WK-SUB-LINE TO RPT-REC
               PERFORM WRITE-RPT-REC-RTN
             END-IF
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    段階判定処理（１段階分）
      *    （基準売上が下限金額以上の段階のうち最も上の段階の率）
      ******************************************************************
       FIND-TIER-RTN                   SECTION.
           IF WK-RBM-ENT-TIER-RITSU(WK-RBM-MATCH-IDX, WK-TIER-IDX)
                > ZERO
             AND WK-BASE-KINGAKU NOT <
               WK-RBM-ENT-TIER-KINGAKU(WK-RBM-MATCH-IDX, WK-TIER-IDX)
             MOVE WK-RBM-ENT-TIER-RITSU(WK-RBM-MATCH-IDX, WK-TIER-IDX)
               TO WK-RITSU
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻明細作成処理（純売上テーブル１件分）
      *    （処理中の得意先の営業所・税区分別純売上に割戻率を掛け、
      *      KUBS020で検証して書き出す）
      ******************************************************************
       MAKE-WARI-RTN                   SECTION.
           IF WK-NET-ENT-TOKU(WK-NET-IDX) NOT =
                WK-CUS-ENT-TOKU(WK-CUS-IDX)
             OR WK-NET-ENT-KINGAKU(WK-NET-IDX) NOT > ZERO
             GO TO EXI
           END-IF.
           COMPUTE WK-WARI-KINGAKU ROUNDED =
             WK-NET-ENT-KINGAKU(WK-NET-IDX) * WK-RITSU / 100.
           IF WK-WARI-KINGAKU = ZERO
             GO TO EXI
           END-IF.
      *
           MOVE SPACE TO WK-NG-REASON.
           ADD 1 TO WK-LINE-SEQ.
           MOVE FUNCTION MOD(WK-TAISHO-YYYY, 10) TO WK-JUCHU-NO-Y.
           MOVE WK-TAISHO-Q TO WK-JUCHU-NO-Q.
           IF WK-LINE-SEQ > 9
             MOVE "明細数超過" TO WK-NG-REASON
             MOVE ZERO TO WK-JUCHU-NO-SEQ
           ELSE
             MOVE WK-LINE-SEQ TO WK-JUCHU-NO-SEQ
           END-IF.
      *
           MOVE SPACE TO WK-ITF-REC.
           MOVE "1" TO WRK-REC-KBN.
           MOVE "3" TO WRK-DATA-KBN.
           MOVE WK-CUS-ENT-TOKU(WK-CUS-IDX) TO WRK-TOKU-COD.
           MOVE WK-TOKU-MEI TO WRK-TOKU-MEI.
           MOVE WK-RUN-DATE TO WRK-JUCHU-DATE.
           MOVE WK-JUCHU-NO-WORK-N TO WRK-JUCHU-NO.
           IF WK-NET-ENT-ZEI-KBN(WK-NET-IDX) = "2"
             MOVE WK-RB-SHOHIN-KEIGEN TO WRK-SHOHIN-NO
             MOVE WK-RB-MEI-KEIGEN TO WRK-SHOHIN-MEI
           ELSE
             MOVE WK-RB-SHOHIN-HYOJUN TO WRK-SHOHIN-NO
             MOVE WK-RB-MEI-HYOJUN TO WRK-SHOHIN-MEI
           END-IF.
           MOVE ZERO TO WRK-TANKA.
           MOVE ZERO TO WRK-SURYO.
           COMPUTE WRK-KINGAKU = WK-WARI-KINGAKU * ( - 1 ).
           MOVE WK-NET-ENT-EIGYO(WK-NET-IDX) TO WRK-EIGYO-COD.
           MOVE SPACE TO WRK-SRC-SYS.
      *
      *    バッチと同じ編集基準（KUBS020）で検証する
           IF WK-NG-REASON = SPACE
             MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE
             CALL "KUBS020" USING WK-ITF-REC WK-EDT-RESULT
             MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE
             IF EDT-FAIL-FLG = "Y"
               MOVE EDT-REASON TO WK-NG-REASON
             END-IF
           END-IF.
      *
           IF WK-NG-REASON = SPACE
             PERFORM WRITE-OTF-RTN
             PERFORM WRITE-RBHN-RTN
             ADD WK-WARI-KINGAKU TO WK-CUS-WARI-KINGAKU
             ADD WK-WARI-KINGAKU TO WK-WARI-GOKEI
             MOVE "作成" TO WK-DTL-L-RESULT
           ELSE
             ADD 1 TO WK-NG-CNT
             MOVE WK-NG-REASON TO WK-DTL-L-RESULT
           END-IF.
      *
           MOVE WK-NET-ENT-EIGYO(WK-NET-IDX) TO WK-DTL-L-EIGYO-COD.
           IF WK-NET-ENT-ZEI-KBN(WK-NET-IDX) = "2"
             MOVE "軽減" TO WK-DTL-L-ZEI
           ELSE
             MOVE "標準" TO WK-DTL-L-ZEI
           END-IF.
           MOVE WK-NET-ENT-KINGAKU(WK-NET-IDX) TO WK-DTL-L-NET-KINGAKU.
           MOVE WK-WARI-KINGAKU TO WK-DTL-L-WARI-KINGAKU.
           MOVE WRK-JUCHU-NO TO WK-DTL-L-JUCHU-NO.
           MOVE WK-DTL-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理
      ******************************************************************
       FIND-TOKM-RTN                   SECTION.
           MOVE "N" TO WK-TOKM-FOUND-FLG.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-FIND-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TOKM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ検索処理（四半期末日時点で適用中の単価世代）
      ******************************************************************
       FIND-SHOM-RTN                   SECTION.
           MOVE "N" TO WK-SHOM-FOUND-FLG.
           MOVE "S" TO MSA-FUNC.
           MOVE WK-FIND-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE WK-TO-DATE TO MSA-KIJUN-DATE.
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
      *    数量割戻段階マスタ検索処理
      ******************************************************************
       FIND-RBM-RTN                    SECTION.
           MOVE ZERO TO WK-RBM-MATCH-IDX.
           PERFORM CHECK-RBM-ENT-RTN
             VARYING WK-RBM-IDX FROM 1 BY 1
               UNTIL WK-RBM-IDX > WK-RBM-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    数量割戻段階マスタ検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-RBM-ENT-RTN               SECTION.
           IF WK-RBM-MATCH-IDX = ZERO
             AND WK-RBM-ENT-KBN(WK-RBM-IDX) = WK-FIND-RBM-KBN
             AND WK-RBM-ENT-COD(WK-RBM-IDX) = WK-FIND-RBM-COD
             MOVE WK-RBM-IDX TO WK-RBM-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻明細書き出し処理（トレーラ積み上げ込み）
      ******************************************************************
       WRITE-OTF-RTN                   SECTION.
           MOVE WK-ITF-REC TO OTF-REC.
           WRITE OTF-REC.
           ADD 1 TO OTF-CNT.
           ADD 1 TO WK-TRL-CNT.
           COMPUTE WK-TRL-KINGAKU = WK-TRL-KINGAKU + WRK-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻履歴書き出し処理（作成した割戻明細１件分）
      ******************************************************************
       WRITE-RBHN-RTN                  SECTION.
           MOVE SPACE TO RBHN-REC.
           MOVE WK-TAISHO-YYYY TO NRBH-TAISHO-YYYY.
           MOVE WK-TAISHO-Q TO NRBH-TAISHO-Q.
           MOVE WRK-TOKU-COD TO NRBH-TOKU-COD.
           MOVE WRK-EIGYO-COD TO NRBH-EIGYO-COD.
           MOVE WK-NET-ENT-ZEI-KBN(WK-NET-IDX) TO NRBH-ZEI-KBN.
           MOVE WK-BASE-KBN TO NRBH-BASE-KBN.
           MOVE WK-BASE-COD TO NRBH-BASE-COD.
           MOVE WK-BASE-KINGAKU TO NRBH-BASE-KINGAKU.
           MOVE WK-NET-ENT-KINGAKU(WK-NET-IDX) TO NRBH-NET-KINGAKU.
           MOVE WK-RITSU TO NRBH-RITSU.
           MOVE WK-WARI-KINGAKU TO NRBH-WARI-KINGAKU.
           MOVE WRK-JUCHU-NO TO NRBH-JUCHU-NO.
           MOVE WK-RUN-DATE TO NRBH-SAKUSEI-DATE.
           WRITE RBHN-REC.
           ADD 1 TO RBHN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻履歴引き継ぎ処理
      *    （過去四半期の履歴を新世代へ写す）
      ******************************************************************
       COPY-RBHO-RTN                   SECTION.
           OPEN INPUT RBHO-FILE.
           IF WK-RBHO-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           MOVE "N" TO RBHO-END-FLG.
           PERFORM COPY-RBHO-READ-RTN
             UNTIL RBHO-END-FLG = "Y".
           CLOSE RBHO-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    割戻履歴引き継ぎ処理（１件分）
      ******************************************************************
       COPY-RBHO-READ-RTN              SECTION.
           READ RBHO-FILE
             AT END
               MOVE "Y" TO RBHO-END-FLG
             NOT AT END
               ADD 1 TO RBHO-CNT
               MOVE RBHO-REC TO RBHN-REC
               WRITE RBHN-REC
               ADD 1 TO RBHN-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（割戻計算書）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    終了処理
      *    （再生成トレーラとコントロールトータルを書き出す）
      ******************************************************************
       TERM-RTN                        SECTION.
           MOVE SPACE TO OTF-REC.
           MOVE "9" TO UF010-REC-KBN.
           MOVE WK-TRL-CNT TO UF010-TRL-CNT.
           MOVE WK-TRL-KINGAKU TO UF010-TRL-KINGAKU.
           WRITE OTF-REC.
           CLOSE OTF-FILE.
      *
           OPEN OUTPUT CTLO-FILE.
           IF WK-CTLO-FILE-ERR = 00
             MOVE SPACE TO CTLO-REC
             MOVE WK-TRL-CNT TO CTL-REC-CNT
             MOVE WK-TRL-KINGAKU TO CTL-REC-KINGAKU
             WRITE CTLO-REC
             CLOSE CTLO-FILE
           ELSE
             DISPLAY "*** KUBM080 WARNING CTLOUT NOT AVAILABLE ***"
           END-IF.
      *
           PERFORM COPY-RBHO-RTN.
           CLOSE RBHN-FILE.
      *
           MOVE WK-WARI-TOKU-CNT TO WK-TOT-TOKU-CNT.
           MOVE OTF-CNT TO WK-TOT-CNT.
           MOVE WK-WARI-GOKEI TO WK-TOT-KINGAKU.
           MOVE WK-NG-CNT TO WK-TOT-NG-CNT.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-TOT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           CLOSE RPT-FILE.
      *
           DISPLAY "*** KUBM080 DTL=" DTL-CNT.
           DISPLAY "*** KUBM080 CUSTOMERS=" WK-CUS-CNT.
           DISPLAY "*** KUBM080 OTF=" OTF-CNT.
           DISPLAY "*** KUBM080 TRL-KINGAKU=" WK-TRL-KINGAKU.
           DISPLAY "*** KUBM080 NG=" WK-NG-CNT.
           DISPLAY "*** KUBM080 RBM-NG=" WK-RBM-NG-CNT.
           DISPLAY "*** KUBM080 RBHOLD=" RBHO-CNT.
           DISPLAY "*** KUBM080 RBHNEW=" RBHN-CNT.
      *
           IF WK-NG-CNT > ZERO OR WK-RBM-NG-CNT > ZERO
             DISPLAY "*** KUBM080 WARNING REBATES NOT GENERATED ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM080 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理（KUBS010経由でRUNLOGへ追記）
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM080" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           MOVE DTL-CNT TO RNL-IN-CNT.
           MOVE OTF-CNT TO RNL-OUT-CNT.
           COMPUTE RNL-EXC-CNT = WK-NG-CNT + WK-RBM-NG-CNT.
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
