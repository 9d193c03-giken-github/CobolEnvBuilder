       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBM089.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：売掛金管理指標表（月次）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *    対象年月（KPIPRM・KUCF131）の月末に、営業所別と全社の
      *    売掛金管理指標を算出して指標表（RPT）へ印字し、指標履歴
      *    （KPHOLD→KPHNEW・KUCF132）へ記録する。
      *    　・ＤＳＯ　　＝月末残高÷当月請求×当月日数
      *    　・回収率　　＝当月入金÷（繰越残高＋当月請求）×１００
      *    　・６０日比率＝月末の６０日バケット残高÷月末残高×１００
      *    　・９０日比率＝月末の９０日超バケット残高÷月末残高×１００
      *    繰越残高は対象月開始時点の売掛金残高マスタ（ARBOLD・
      *    KUCF026）、月末残高とバケット残高は対象月末の売掛金残高
      *    マスタ（ARB）の年齢別バケットの合計（未充当は含めない）、
      *    当月請求は請求書発行台帳（REG・KUCF029）の対象月発行分
      *    （失効を除く）の税込額、当月入金は対象月の入金トランザ
      *    クション（PAY・KUCF025）の合計とする。営業所は得意先別
      *    累計マスタ（SUMNEW・KUCF061）の営業所コードによる。
      *    しきい値を超えた指標と営業所に要注意印を付けてRETURN-CODE
      *    4とする。前月差は指標履歴の前月分との差、推移表は指標履歴
      *    の過去１２か月分（全社の計数・指標と営業所別のＤＳＯ）を
      *    印字する。同じ年月を再実行した場合は履歴を置き換える。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL KPIPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT SUM-FILE
             ASSIGN TO EXTERNAL SUMNEW
               FILE STATUS IS WK-SUM-FILE-ERR.
           SELECT ARBO-FILE
             ASSIGN TO EXTERNAL ARBOLD
               FILE STATUS IS WK-ARBO-FILE-ERR.
           SELECT ARB-FILE
             ASSIGN TO EXTERNAL ARB
               FILE STATUS IS WK-ARB-FILE-ERR.
           SELECT REG-FILE
             ASSIGN TO EXTERNAL REG
               FILE STATUS IS WK-REG-FILE-ERR.
           SELECT PAY-FILE
             ASSIGN TO EXTERNAL PAY
               FILE STATUS IS WK-PAY-FILE-ERR.
           SELECT KPHO-FILE
             ASSIGN TO EXTERNAL KPHOLD
               FILE STATUS IS WK-KPHO-FILE-ERR.
           SELECT KPHN-FILE
             ASSIGN TO EXTERNAL KPHNEW
               FILE STATUS IS WK-KPHN-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF131.
       FD  SUM-FILE.
       01  SUM-REC.
           COPY KUCF061.
       FD  ARBO-FILE.
       01  ARBO-REC.
           COPY KUCF026.
       FD  ARB-FILE.
       01  ARB-REC.
           COPY KUCF026
               REPLACING LEADING ==ARB== BY ==NARB==.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  PAY-FILE.
       01  PAY-REC.
           COPY KUCF025.
       FD  KPHO-FILE.
       01  KPHO-REC.
           COPY KUCF132.
       FD  KPHN-FILE.
       01  KPHN-REC                    PIC X(120).
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(120).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SUM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PAY-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-KPHO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-KPHN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  SUM-END-FLG                 PIC X VALUE "Y".
       01  ARBO-END-FLG                PIC X VALUE "Y".
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  PAY-END-FLG                 PIC X VALUE "Y".
       01  KPHO-END-FLG                PIC X VALUE "Y".
       01  SUM-CNT                     PIC 9(10) VALUE ZERO.
       01  ARBO-CNT                    PIC 9(10) VALUE ZERO.
       01  ARB-CNT                     PIC 9(10) VALUE ZERO.
       01  REG-CNT                     PIC 9(10) VALUE ZERO.
       01  PAY-CNT                     PIC 9(10) VALUE ZERO.
       01  KPHO-CNT                    PIC 9(10) VALUE ZERO.
       01  KPHN-CNT                    PIC 9(10) VALUE ZERO.
       01  WK-REPLACE-CNT              PIC 9(10) VALUE ZERO.
       01  WK-YOCHUI-CNT               PIC 9(4) VALUE ZERO.
      *
      *対象年月・しきい値
       01  WK-TAISHO-YYYYMM            PIC 9(6) VALUE ZERO.
       01  WK-TAISHO-R REDEFINES WK-TAISHO-YYYYMM.
           03  WK-TAISHO-YYYY          PIC 9(4).
           03  WK-TAISHO-MM            PIC 9(2).
       01  WK-ZENGETSU-YYYYMM          PIC 9(6) VALUE ZERO.
       01  WK-DSO-MAX                  PIC 9(3) VALUE 60.
       01  WK-KAISHU-MIN               PIC 9(3) VALUE 80.
       01  WK-60-MAX                   PIC 9(3) VALUE 20.
       01  WK-90-MAX                   PIC 9(3) VALUE 10.
       01  WK-GETSU-DAYS               PIC 9(2) VALUE ZERO.
      *
      *年月計算用（年×１２＋月−１の通し月で前月・推移月を求める）
       01  WK-YM-SEQ                   PIC 9(6) VALUE ZERO.
       01  WK-YM                       PIC 9(6) VALUE ZERO.
       01  WK-YM-R REDEFINES WK-YM.
           03  WK-YM-YYYY              PIC 9(4).
           03  WK-YM-MM                PIC 9(2).
       01  WK-DATE                     PIC 9(8) VALUE ZERO.
       01  WK-DATE-R REDEFINES WK-DATE.
           03  WK-DATE-YYYYMM          PIC 9(6).
           03  WK-DATE-DD              PIC 9(2).
       01  WK-FROM-INT                 PIC 9(7) VALUE ZERO.
       01  WK-TO-INT                   PIC 9(7) VALUE ZERO.
      *
      *推移表の年月（古い順に１２か月。最後が対象年月）
       01  WK-SUII-TBL.
           03  WK-SUII-YM              PIC 9(6) OCCURS 12 TIMES.
       01  WK-SUII-IDX                 PIC 9(2) VALUE ZERO.
      *
      *得意先テーブル（累計マスタの営業所）
       01  WK-CUS-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-CUS-MAX                  PIC 9(4) VALUE 1000.
       01  WK-CUS-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-CUS-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-CUS-TBL.
           03  WK-CUS-ENT              OCCURS 1000 TIMES.
             05  WK-CUS-ENT-COD        PIC X(4).
             05  WK-CUS-ENT-EIGYO      PIC X(2).
       01  WK-SEARCH-TOKU              PIC X(4) VALUE SPACE.
      *
      *営業所別集計テーブル（営業所コードの昇順に挿入する）
       01  WK-OFC-CNT                  PIC 9(3) VALUE ZERO.
       01  WK-OFC-MAX                  PIC 9(3) VALUE 100.
       01  WK-OFC-IDX                  PIC 9(3) VALUE ZERO.
       01  WK-OFC-MATCH-IDX            PIC 9(3) VALUE ZERO.
       01  WK-OFC-INS-IDX              PIC 9(3) VALUE ZERO.
       01  WK-OFC-SEARCH-COD           PIC X(2) VALUE SPACE.
       01  WK-OFC-TBL.
           03  WK-OFC-ENT              OCCURS 100 TIMES.
             05  WK-OFC-ENT-COD        PIC X(2).
             05  WK-OFC-ENT-KURIKOSHI  PIC S9(13).
             05  WK-OFC-ENT-SEIKYU     PIC S9(13).
             05  WK-OFC-ENT-NYUKIN     PIC S9(13).
             05  WK-OFC-ENT-ZANDAKA    PIC S9(13).
             05  WK-OFC-ENT-BAL-60     PIC S9(13).
             05  WK-OFC-ENT-BAL-90     PIC S9(13).
      *
      *全社合計（営業所別集計テーブルと同じ形）
       01  WK-ZEN-ENT.
           05  WK-ZEN-COD              PIC X(2).
           05  WK-ZEN-KURIKOSHI        PIC S9(13).
           05  WK-ZEN-SEIKYU           PIC S9(13).
           05  WK-ZEN-NYUKIN           PIC S9(13).
           05  WK-ZEN-ZANDAKA          PIC S9(13).
           05  WK-ZEN-BAL-60           PIC S9(13).
           05  WK-ZEN-BAL-90           PIC S9(13).
      *
      *指標算出用（営業所１件分または全社合計を移して使う）
       01  WK-CAL-ENT.
           05  WK-CAL-COD              PIC X(2).
           05  WK-CAL-KURIKOSHI        PIC S9(13).
           05  WK-CAL-SEIKYU           PIC S9(13).
           05  WK-CAL-NYUKIN           PIC S9(13).
           05  WK-CAL-ZANDAKA          PIC S9(13).
           05  WK-CAL-BAL-60           PIC S9(13).
           05  WK-CAL-BAL-90           PIC S9(13).
       01  WK-CAL-ZEN-FLG              PIC X VALUE "N".
       01  WK-BUNBO                    PIC S9(13) VALUE ZERO.
      *
      *指標履歴テーブル（旧世代から対象年月を除いて展開し、対象
      *年月の営業所別・全社を追加する）
       01  WK-HST-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-HST-MAX                  PIC 9(4) VALUE 5000.
       01  WK-HST-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-HST-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-HST-TBL.
           03  WK-HST-ENT              OCCURS 5000 TIMES.
             05  WK-HST-ENT-YM         PIC 9(6).
             05  WK-HST-ENT-KBN        PIC X(1).
             05  WK-HST-ENT-COD        PIC X(2).
             05  WK-HST-ENT-REC        PIC X(120).
       01  WK-HST-SEARCH-YM            PIC 9(6) VALUE ZERO.
       01  WK-HST-SEARCH-KBN           PIC X(1) VALUE SPACE.
       01  WK-HST-SEARCH-COD           PIC X(2) VALUE SPACE.
      *
      *指標履歴の編集・参照用作業領域
       01  WK-KPHW-REC.
           COPY KUCF132
               REPLACING LEADING ==KPH== BY ==WKPH==.
       01  WK-KPHZ-REC.
           COPY KUCF132
               REPLACING LEADING ==KPH== BY ==ZKPH==.
      *
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *実行履歴記録用（KUBS010経由でRUNLOGへ追記）
       01  WK-RNL-REC.
           COPY KUCF090.
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
      *
      *指標表見出し
       01  WK-RPT-TITLE.
           03  FILLER                  PIC X(10) VALUE SPACE.
           03  FILLER                  PIC X(34) VALUE
             "＊＊＊　売掛金管理指標表　＊＊＊".
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-RPT-TITLE-YM         PIC 9999/99.
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "作成日：".
           03  WK-RPT-TITLE-DATE       PIC 9999/99/99.
      *
       01  WK-RPT-SIKII.
           03  FILLER                  PIC X(12) VALUE
             "しきい値：".
           03  FILLER                  PIC X(8) VALUE "ＤＳＯ".
           03  WK-RPT-SIKII-DSO        PIC ZZ9.
           03  FILLER                  PIC X(8) VALUE "日超　".
           03  FILLER                  PIC X(8) VALUE "回収率".
           03  WK-RPT-SIKII-KAISHU     PIC ZZ9.
           03  FILLER                  PIC X(10) VALUE "％未満　".
           03  FILLER                  PIC X(8) VALUE "６０日".
           03  WK-RPT-SIKII-60         PIC ZZ9.
           03  FILLER                  PIC X(8) VALUE "％超　".
           03  FILLER                  PIC X(10) VALUE "９０日超".
           03  WK-RPT-SIKII-90         PIC ZZ9.
           03  FILLER                  PIC X(4) VALUE "％超".
      *
       01  WK-RPT-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "営業".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　繰越残高　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　当月請求　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　当月入金　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　月末残高　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(7) VALUE "ＤＳＯ".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "前月差".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(7) VALUE "回収率".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "前月差".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "６０日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "９０超".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "前月差".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "判定".
      *
      *指標表明細行（営業所１件分または全社合計。しきい値を超えた
      *指標の直後に＊を付ける。算出できない指標・前月の無い差は
      *空白とする）
       01  WK-RPT-LINE.
           03  WK-RPT-EIGYO-COD        PIC X(4).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KURIKOSHI        PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-SEIKYU           PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-NYUKIN           PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-ZANDAKA          PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DSO              PIC X(6).
           03  WK-RPT-DSO-E REDEFINES WK-RPT-DSO
                                       PIC ZZZ9.9.
           03  WK-RPT-DSO-MARK         PIC X(1).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-DSO-SA           PIC X(6).
           03  WK-RPT-DSO-SA-E REDEFINES WK-RPT-DSO-SA
                                       PIC ---9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KAISHU           PIC X(6).
           03  WK-RPT-KAISHU-E REDEFINES WK-RPT-KAISHU
                                       PIC ZZZ9.9.
           03  WK-RPT-KAISHU-MARK      PIC X(1).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-KAISHU-SA        PIC X(6).
           03  WK-RPT-KAISHU-SA-E REDEFINES WK-RPT-KAISHU-SA
                                       PIC ---9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-60               PIC ZZ9.9.
           03  WK-RPT-60-MARK          PIC X(1).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-90               PIC ZZ9.9.
           03  WK-RPT-90-MARK          PIC X(1).
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-90-SA            PIC X(6).
           03  WK-RPT-90-SA-E REDEFINES WK-RPT-90-SA
                                       PIC ---9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-RPT-HANTEI           PIC X(10).
      *
      *推移表（全社）見出し・明細行
       01  WK-SUII-TITLE.
           03  FILLER                  PIC X(32) VALUE
             "＜全社　１２か月推移＞".
      *
       01  WK-SUII-SUBTITLE.
           03  FILLER                  PIC X(7) VALUE "年月".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　当月請求　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　当月入金　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "　月末残高　".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "ＤＳＯ".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "回収率".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "６０日".
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(6) VALUE "９０超".
      *
       01  WK-SUII-LINE.
           03  WK-SUII-LINE-YM         PIC 9999/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-SEIKYU          PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-NYUKIN          PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-ZANDAKA         PIC ----,---,--9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-DSO             PIC X(6).
           03  WK-SUII-DSO-E REDEFINES WK-SUII-DSO
                                       PIC ZZZ9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-KAISHU          PIC X(6).
           03  WK-SUII-KAISHU-E REDEFINES WK-SUII-KAISHU
                                       PIC ZZZ9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-60              PIC ZZZ9.9.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  WK-SUII-90              PIC ZZZ9.9.
      *
       01  WK-SUII-NASHI-LINE.
           03  WK-SUII-NASHI-YM        PIC 9999/99.
           03  FILLER                  PIC X(1) VALUE SPACE.
           03  FILLER                  PIC X(12) VALUE
             "（履歴なし）".
      *
      *推移表（営業所別ＤＳＯ）見出し・明細行
       01  WK-DSOS-TITLE.
           03  FILLER                  PIC X(36) VALUE
             "＜営業所別ＤＳＯ　１２か月推移＞".
      *
       01  WK-DSOS-SUBTITLE.
           03  FILLER                  PIC X(4) VALUE "営業".
           03  WK-DSOS-SUB-ENT         OCCURS 12 TIMES.
             05  FILLER                PIC X(2).
             05  WK-DSOS-SUB-YY        PIC 9(2).
             05  WK-DSOS-SUB-SLASH     PIC X(1).
             05  WK-DSOS-SUB-MM        PIC 9(2).
      *
       01  WK-DSOS-LINE.
           03  WK-DSOS-EIGYO-COD       PIC X(4).
           03  WK-DSOS-ENT             OCCURS 12 TIMES.
             05  FILLER                PIC X(1).
             05  WK-DSOS-DSO           PIC X(6).
             05  WK-DSOS-DSO-E REDEFINES WK-DSOS-DSO
                                       PIC ZZZ9.9.
      *
       01  WK-CNT-LINE.
           03  WK-CNT-LABEL            PIC X(24).
           03  WK-CNT-VALUE            PIC ZZ,ZZZ,ZZ9.
      *
       PROCEDURE                       DIVISION.
           PERFORM INIT-RTN.
           PERFORM MAIN-RTN.
           PERFORM TERM-RTN.
           STOP RUN.
      ******************************************************************
      *    初期処理
      ******************************************************************
       INIT-RTN                        SECTION.
           DISPLAY "*** KUBM089 START ***".
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-START-TS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
           MOVE WK-TODAY(1:6) TO WK-TAISHO-YYYYMM.
      *
      *    パラメタは任意（無ければ実行日の年月・既定のしきい値）
           OPEN INPUT PRM-FILE.
           IF WK-PRM-FILE-ERR = 00
             READ PRM-FILE
               NOT AT END
                 IF KPP-TAISHO-YYYYMM NUMERIC
                   AND KPP-TAISHO-YYYYMM NOT = ZERO
                   MOVE KPP-TAISHO-YYYYMM TO WK-TAISHO-YYYYMM
                 END-IF
                 IF KPP-DSO-MAX NUMERIC
                   AND KPP-DSO-MAX NOT = ZERO
                   MOVE KPP-DSO-MAX TO WK-DSO-MAX
                 END-IF
                 IF KPP-KAISHU-MIN NUMERIC
                   AND KPP-KAISHU-MIN NOT = ZERO
                   MOVE KPP-KAISHU-MIN TO WK-KAISHU-MIN
                 END-IF
                 IF KPP-60-MAX NUMERIC
                   AND KPP-60-MAX NOT = ZERO
                   MOVE KPP-60-MAX TO WK-60-MAX
                 END-IF
                 IF KPP-90-MAX NUMERIC
                   AND KPP-90-MAX NOT = ZERO
                   MOVE KPP-90-MAX TO WK-90-MAX
                 END-IF
             END-READ
             CLOSE PRM-FILE
           END-IF.
           IF WK-TAISHO-MM < 1 OR WK-TAISHO-MM > 12
             DISPLAY "*** KUBM089 ABEND TAISHO-YYYYMM INVALID ("
               WK-TAISHO-YYYYMM ") ***"
             MOVE 12 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "*** KUBM089 TAISHO=" WK-TAISHO-YYYYMM
                   " DSO-MAX=" WK-DSO-MAX
                   " KAISHU-MIN=" WK-KAISHU-MIN
                   " 60-MAX=" WK-60-MAX
                   " 90-MAX=" WK-90-MAX.
      *
      *    当月日数・前月・推移表の年月
           MOVE WK-TAISHO-YYYYMM TO WK-DATE-YYYYMM.
           MOVE 1 TO WK-DATE-DD.
           COMPUTE WK-FROM-INT = FUNCTION INTEGER-OF-DATE(WK-DATE).
           COMPUTE WK-YM-SEQ = WK-TAISHO-YYYY * 12 + WK-TAISHO-MM.
           PERFORM SEQ-TO-YM-RTN.
           MOVE WK-YM TO WK-DATE-YYYYMM.
           COMPUTE WK-TO-INT = FUNCTION INTEGER-OF-DATE(WK-DATE).
           COMPUTE WK-GETSU-DAYS = WK-TO-INT - WK-FROM-INT.
           COMPUTE WK-YM-SEQ = WK-TAISHO-YYYY * 12 + WK-TAISHO-MM - 2.
           PERFORM SEQ-TO-YM-RTN.
           MOVE WK-YM TO WK-ZENGETSU-YYYYMM.
           PERFORM SET-SUII-YM-RTN
             VARYING WK-SUII-IDX FROM 1 BY 1
               UNTIL WK-SUII-IDX > 12.
           MOVE SPACE TO WK-ZEN-COD.
           MOVE ZERO TO WK-ZEN-KURIKOSHI.
           MOVE ZERO TO WK-ZEN-SEIKYU.
           MOVE ZERO TO WK-ZEN-NYUKIN.
           MOVE ZERO TO WK-ZEN-ZANDAKA.
           MOVE ZERO TO WK-ZEN-BAL-60.
           MOVE ZERO TO WK-ZEN-BAL-90.
      *
           PERFORM LOAD-KPHO-RTN.
           PERFORM LOAD-SUM-RTN.
      *
           OPEN OUTPUT RPT-FILE.
           IF WK-RPT-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 ABEND NOT RPT-FILE"
             MOVE 19 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE WK-TAISHO-YYYYMM TO WK-RPT-TITLE-YM.
           MOVE WK-TODAY TO WK-RPT-TITLE-DATE.
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-DSO-MAX TO WK-RPT-SIKII-DSO.
           MOVE WK-KAISHU-MIN TO WK-RPT-SIKII-KAISHU.
           MOVE WK-60-MAX TO WK-RPT-SIKII-60.
           MOVE WK-90-MAX TO WK-RPT-SIKII-90.
           MOVE WK-RPT-SIKII TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-RPT-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    通し月から年月への変換処理
      *    （WK-YM-SEQ＝年×１２＋月−１をWK-YMのYYYYMMにする）
      ******************************************************************
       SEQ-TO-YM-RTN                   SECTION.
           COMPUTE WK-YM-YYYY = WK-YM-SEQ / 12.
           COMPUTE WK-YM-MM = FUNCTION MOD(WK-YM-SEQ, 12) + 1.
       EXI.
           EXIT.
      ******************************************************************
      *    推移表の年月設定処理（１か月分。１２番目が対象年月）
      ******************************************************************
       SET-SUII-YM-RTN                 SECTION.
           COMPUTE WK-YM-SEQ = WK-TAISHO-YYYY * 12 + WK-TAISHO-MM - 1
             - 12 + WK-SUII-IDX.
           PERFORM SEQ-TO-YM-RTN.
           MOVE WK-YM TO WK-SUII-YM(WK-SUII-IDX).
           MOVE SPACE TO WK-DSOS-SUB-ENT(WK-SUII-IDX).
           MOVE WK-YM-YYYY(3:2) TO WK-DSOS-SUB-YY(WK-SUII-IDX).
           MOVE "/" TO WK-DSOS-SUB-SLASH(WK-SUII-IDX).
           MOVE WK-YM-MM TO WK-DSOS-SUB-MM(WK-SUII-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴読み込み処理（対象年月の分は置き換えるため除く。
      *      旧世代が無い場合は初回として空の履歴から始める）
      ******************************************************************
       LOAD-KPHO-RTN                   SECTION.
           OPEN INPUT KPHO-FILE.
           IF WK-KPHO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 WARNING KPHOLD NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO KPHO-END-FLG.
           PERFORM LOAD-KPHO-READ-RTN
             UNTIL KPHO-END-FLG = "Y".
           CLOSE KPHO-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴読み込み処理（１件分）
      ******************************************************************
       LOAD-KPHO-READ-RTN              SECTION.
           READ KPHO-FILE
             AT END
               MOVE "Y" TO KPHO-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO KPHO-CNT.
           IF KPH-YYYYMM = WK-TAISHO-YYYYMM
             ADD 1 TO WK-REPLACE-CNT
             GO TO EXI
           END-IF.
           PERFORM ADD-HST-RTN.
           MOVE KPH-YYYYMM TO WK-HST-ENT-YM(WK-HST-CNT).
           MOVE KPH-SHUKEI-KBN TO WK-HST-ENT-KBN(WK-HST-CNT).
           MOVE KPH-EIGYO-COD TO WK-HST-ENT-COD(WK-HST-CNT).
           MOVE KPHO-REC TO WK-HST-ENT-REC(WK-HST-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴テーブル追加処理（WK-HST-CNTを１つ進める）
      ******************************************************************
       ADD-HST-RTN                     SECTION.
           IF WK-HST-CNT >= WK-HST-MAX
             DISPLAY "*** KUBM089 ABEND HST TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-HST-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別累計マスタ読み込み処理（得意先の営業所を控える。
      *      マスタが無い場合は全得意先を営業所未設定として扱う）
      ******************************************************************
       LOAD-SUM-RTN                    SECTION.
           OPEN INPUT SUM-FILE.
           IF WK-SUM-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 WARNING SUMNEW NOT AVAILABLE ***"
             GO TO EXI
           END-IF.
           MOVE "N" TO SUM-END-FLG.
           PERFORM LOAD-SUM-READ-RTN
             UNTIL SUM-END-FLG = "Y".
           CLOSE SUM-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先別累計マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-SUM-READ-RTN               SECTION.
           READ SUM-FILE
             AT END
               MOVE "Y" TO SUM-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO SUM-CNT.
           IF WK-CUS-CNT >= WK-CUS-MAX
             DISPLAY "*** KUBM089 ABEND CUS TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           ADD 1 TO WK-CUS-CNT.
           MOVE SUM-TOKU-COD TO WK-CUS-ENT-COD(WK-CUS-CNT).
           MOVE SUM-EIGYO-COD TO WK-CUS-ENT-EIGYO(WK-CUS-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    メイン処理（繰越残高・月末残高・当月請求・当月入金を
      *      営業所別に積み上げる）
      ******************************************************************
       MAIN-RTN                        SECTION.
           OPEN INPUT ARBO-FILE.
           IF WK-ARBO-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 ABEND NOT ARBOLD-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARBO-END-FLG.
           PERFORM READ-ARBO-RTN
             UNTIL ARBO-END-FLG = "Y".
           CLOSE ARBO-FILE.
      *
           OPEN INPUT ARB-FILE.
           IF WK-ARB-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 ABEND NOT ARB-FILE"
             MOVE 14 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO ARB-END-FLG.
           PERFORM READ-ARB-RTN
             UNTIL ARB-END-FLG = "Y".
           CLOSE ARB-FILE.
      *
           OPEN INPUT REG-FILE.
           IF WK-REG-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 ABEND NOT REG-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO REG-END-FLG.
           PERFORM READ-REG-RTN
             UNTIL REG-END-FLG = "Y".
           CLOSE REG-FILE.
      *
           OPEN INPUT PAY-FILE.
           IF WK-PAY-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 ABEND NOT PAY-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "N" TO PAY-END-FLG.
           PERFORM READ-PAY-RTN
             UNTIL PAY-END-FLG = "Y".
           CLOSE PAY-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    繰越残高読み込み処理（１件分）
      *    （対象月開始時点の世代でなければならない。対象月以降の
      *      更新日付を持つ世代は当月分を含むためABENDとする）
      ******************************************************************
       READ-ARBO-RTN                   SECTION.
           READ ARBO-FILE
             AT END
               MOVE "Y" TO ARBO-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO ARBO-CNT.
           IF ARB-LAST-DATE NUMERIC
             AND ARB-LAST-DATE(1:6) NOT < WK-TAISHO-YYYYMM
             DISPLAY "*** KUBM089 ABEND ARBOLD GENERATION HAS "
                     "TARGET-MONTH ACTIVITY"
             DISPLAY "*** TOKU-COD=" ARB-TOKU-COD
                     " LAST-DATE=" ARB-LAST-DATE
                     " TAISHO=" WK-TAISHO-YYYYMM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE ARB-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-OFC-RTN.
           COMPUTE WK-OFC-ENT-KURIKOSHI(WK-OFC-MATCH-IDX) =
             WK-OFC-ENT-KURIKOSHI(WK-OFC-MATCH-IDX)
             + ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90.
           COMPUTE WK-ZEN-KURIKOSHI = WK-ZEN-KURIKOSHI
             + ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90.
       EXI.
           EXIT.
      ******************************************************************
      *    月末残高読み込み処理（１件分）
      *    （対象月末時点の世代でなければならない。翌月以降の更新
      *      日付を持つ世代は翌月分を含むためABENDとする）
      ******************************************************************
       READ-ARB-RTN                    SECTION.
           READ ARB-FILE
             AT END
               MOVE "Y" TO ARB-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO ARB-CNT.
           IF NARB-LAST-DATE NUMERIC
             AND NARB-LAST-DATE(1:6) > WK-TAISHO-YYYYMM
             DISPLAY "*** KUBM089 ABEND ARB GENERATION HAS "
                     "ACTIVITY AFTER TARGET MONTH"
             DISPLAY "*** TOKU-COD=" NARB-TOKU-COD
                     " LAST-DATE=" NARB-LAST-DATE
                     " TAISHO=" WK-TAISHO-YYYYMM
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE NARB-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-OFC-RTN.
           COMPUTE WK-OFC-ENT-ZANDAKA(WK-OFC-MATCH-IDX) =
             WK-OFC-ENT-ZANDAKA(WK-OFC-MATCH-IDX)
             + NARB-BAL-CUR + NARB-BAL-30 + NARB-BAL-60 + NARB-BAL-90.
           COMPUTE WK-OFC-ENT-BAL-60(WK-OFC-MATCH-IDX) =
             WK-OFC-ENT-BAL-60(WK-OFC-MATCH-IDX) + NARB-BAL-60.
           COMPUTE WK-OFC-ENT-BAL-90(WK-OFC-MATCH-IDX) =
             WK-OFC-ENT-BAL-90(WK-OFC-MATCH-IDX) + NARB-BAL-90.
           COMPUTE WK-ZEN-ZANDAKA = WK-ZEN-ZANDAKA
             + NARB-BAL-CUR + NARB-BAL-30 + NARB-BAL-60 + NARB-BAL-90.
           COMPUTE WK-ZEN-BAL-60 = WK-ZEN-BAL-60 + NARB-BAL-60.
           COMPUTE WK-ZEN-BAL-90 = WK-ZEN-BAL-90 + NARB-BAL-90.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理（１件分。対象月発行の失効して
      *      いない請求書の税込額を当月請求とする）
      ******************************************************************
       READ-REG-RTN                    SECTION.
           READ REG-FILE
             AT END
               MOVE "Y" TO REG-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO REG-CNT.
           IF REG-STATUS-VOID
             OR REG-ISSUE-DATE(1:6) NOT = WK-TAISHO-YYYYMM
             OR REG-GROSS-KINGAKU NOT NUMERIC
             GO TO EXI
           END-IF.
           MOVE REG-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-OFC-RTN.
           COMPUTE WK-OFC-ENT-SEIKYU(WK-OFC-MATCH-IDX) =
             WK-OFC-ENT-SEIKYU(WK-OFC-MATCH-IDX) + REG-GROSS-KINGAKU.
           COMPUTE WK-ZEN-SEIKYU = WK-ZEN-SEIKYU + REG-GROSS-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    入金トランザクション読み込み処理（１件分。対象月の入金日
      *      のものを当月入金とする。マイナスは入金取消）
      ******************************************************************
       READ-PAY-RTN                    SECTION.
           READ PAY-FILE
             AT END
               MOVE "Y" TO PAY-END-FLG
               GO TO EXI
           END-READ.
           ADD 1 TO PAY-CNT.
           IF PAY-DATE(1:6) NOT = WK-TAISHO-YYYYMM
             OR PAY-KINGAKU NOT NUMERIC
             GO TO EXI
           END-IF.
           MOVE PAY-TOKU-COD TO WK-SEARCH-TOKU.
           PERFORM FIND-CUS-OFC-RTN.
           COMPUTE WK-OFC-ENT-NYUKIN(WK-OFC-MATCH-IDX) =
             WK-OFC-ENT-NYUKIN(WK-OFC-MATCH-IDX) + PAY-KINGAKU.
           COMPUTE WK-ZEN-NYUKIN = WK-ZEN-NYUKIN + PAY-KINGAKU.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先の営業所検索処理
      *    （WK-SEARCH-TOKUの営業所を営業所テーブルから探し、位置を
      *      WK-OFC-MATCH-IDXに返す。累計マスタに無い得意先は営業所
      *      未設定とする）
      ******************************************************************
       FIND-CUS-OFC-RTN                SECTION.
           MOVE ZERO TO WK-CUS-MATCH-IDX.
           PERFORM CHECK-CUS-ENT-RTN
             VARYING WK-CUS-IDX FROM 1 BY 1
               UNTIL WK-CUS-IDX > WK-CUS-CNT
                  OR WK-CUS-MATCH-IDX NOT = ZERO.
           IF WK-CUS-MATCH-IDX = ZERO
             MOVE SPACE TO WK-OFC-SEARCH-COD
           ELSE
             MOVE WK-CUS-ENT-EIGYO(WK-CUS-MATCH-IDX)
               TO WK-OFC-SEARCH-COD
           END-IF.
           PERFORM FIND-OFC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-CUS-ENT-RTN               SECTION.
           IF WK-CUS-ENT-COD(WK-CUS-IDX) = WK-SEARCH-TOKU
             MOVE WK-CUS-IDX TO WK-CUS-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル検索処理
      *    （未登録の営業所は営業所コードの昇順の位置へ挿入する）
      ******************************************************************
       FIND-OFC-RTN                    SECTION.
           MOVE ZERO TO WK-OFC-MATCH-IDX.
           PERFORM CHECK-OFC-ENT-RTN
             VARYING WK-OFC-IDX FROM 1 BY 1
               UNTIL WK-OFC-IDX > WK-OFC-CNT
                  OR WK-OFC-MATCH-IDX NOT = ZERO.
           IF WK-OFC-MATCH-IDX NOT = ZERO
             GO TO EXI
           END-IF.
           IF WK-OFC-CNT >= WK-OFC-MAX
             DISPLAY "*** KUBM089 ABEND OFC TABLE FULL ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           COMPUTE WK-OFC-INS-IDX = WK-OFC-CNT + 1.
           PERFORM CHECK-OFC-INS-RTN
             VARYING WK-OFC-IDX FROM WK-OFC-CNT BY -1
               UNTIL WK-OFC-IDX < 1.
           ADD 1 TO WK-OFC-CNT.
           PERFORM SHIFT-OFC-RTN
             VARYING WK-OFC-IDX FROM WK-OFC-CNT BY -1
               UNTIL WK-OFC-IDX <= WK-OFC-INS-IDX.
           MOVE ZERO TO WK-OFC-ENT-KURIKOSHI(WK-OFC-INS-IDX).
           MOVE ZERO TO WK-OFC-ENT-SEIKYU(WK-OFC-INS-IDX).
           MOVE ZERO TO WK-OFC-ENT-NYUKIN(WK-OFC-INS-IDX).
           MOVE ZERO TO WK-OFC-ENT-ZANDAKA(WK-OFC-INS-IDX).
           MOVE ZERO TO WK-OFC-ENT-BAL-60(WK-OFC-INS-IDX).
           MOVE ZERO TO WK-OFC-ENT-BAL-90(WK-OFC-INS-IDX).
           MOVE WK-OFC-SEARCH-COD TO WK-OFC-ENT-COD(WK-OFC-INS-IDX).
           MOVE WK-OFC-INS-IDX TO WK-OFC-MATCH-IDX.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-OFC-ENT-RTN               SECTION.
           IF WK-OFC-ENT-COD(WK-OFC-IDX) = WK-OFC-SEARCH-COD
             MOVE WK-OFC-IDX TO WK-OFC-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル追加処理（挿入位置の判定）
      ******************************************************************
       CHECK-OFC-INS-RTN               SECTION.
           IF WK-OFC-ENT-COD(WK-OFC-IDX) > WK-OFC-SEARCH-COD
             MOVE WK-OFC-IDX TO WK-OFC-INS-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所テーブル追加処理（１件後ろへずらす）
      ******************************************************************
       SHIFT-OFC-RTN                   SECTION.
           MOVE WK-OFC-ENT(WK-OFC-IDX - 1) TO WK-OFC-ENT(WK-OFC-IDX).
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴テーブル検索処理
      *    （年月・集計区分・営業所コードが一致する履歴を探す）
      ******************************************************************
       FIND-HST-RTN                    SECTION.
           MOVE ZERO TO WK-HST-MATCH-IDX.
           PERFORM CHECK-HST-ENT-RTN
             VARYING WK-HST-IDX FROM 1 BY 1
               UNTIL WK-HST-IDX > WK-HST-CNT
                  OR WK-HST-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-HST-ENT-RTN               SECTION.
           IF WK-HST-ENT-YM(WK-HST-IDX) = WK-HST-SEARCH-YM
             AND WK-HST-ENT-KBN(WK-HST-IDX) = WK-HST-SEARCH-KBN
             AND WK-HST-ENT-COD(WK-HST-IDX) = WK-HST-SEARCH-COD
             MOVE WK-HST-IDX TO WK-HST-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所別指標出力処理（営業所１件分）
      ******************************************************************
       WRITE-OFC-RTN                   SECTION.
           MOVE WK-OFC-ENT(WK-OFC-IDX) TO WK-CAL-ENT.
           MOVE "N" TO WK-CAL-ZEN-FLG.
           PERFORM COMPUTE-KPI-RTN.
           PERFORM WRITE-KPI-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    指標算出処理（WK-CAL-ENTの指標を求めてWK-KPHW-RECへ編集
      *      し、しきい値と比べて要注意を判定する）
      ******************************************************************
       COMPUTE-KPI-RTN                 SECTION.
           MOVE SPACE TO WK-KPHW-REC.
           MOVE WK-TAISHO-YYYYMM TO WKPH-YYYYMM.
           IF WK-CAL-ZEN-FLG = "Y"
             MOVE "2" TO WKPH-SHUKEI-KBN
             MOVE SPACE TO WKPH-EIGYO-COD
           ELSE
             MOVE "1" TO WKPH-SHUKEI-KBN
             MOVE WK-CAL-COD TO WKPH-EIGYO-COD
           END-IF.
           MOVE WK-CAL-KURIKOSHI TO WKPH-KURIKOSHI.
           MOVE WK-CAL-SEIKYU TO WKPH-SEIKYU.
           MOVE WK-CAL-NYUKIN TO WKPH-NYUKIN.
           MOVE WK-CAL-ZANDAKA TO WKPH-ZANDAKA.
           MOVE WK-CAL-BAL-60 TO WKPH-BAL-60.
           MOVE WK-CAL-BAL-90 TO WKPH-BAL-90.
           MOVE ZERO TO WKPH-DSO.
           MOVE ZERO TO WKPH-KAISHU-RITSU.
           MOVE ZERO TO WKPH-60-RITSU.
           MOVE ZERO TO WKPH-90-RITSU.
           MOVE "N" TO WKPH-YOCHUI-FLG.
           MOVE WK-TODAY TO WKPH-SAKUSEI-DATE.
      *
           IF WK-CAL-SEIKYU > ZERO
             COMPUTE WKPH-DSO ROUNDED =
               WK-CAL-ZANDAKA * WK-GETSU-DAYS / WK-CAL-SEIKYU
               ON SIZE ERROR
                 MOVE 9999.9 TO WKPH-DSO
             END-COMPUTE
             MOVE "1" TO WKPH-DSO-KBN
             IF WKPH-DSO > WK-DSO-MAX
               MOVE "Y" TO WKPH-YOCHUI-FLG
             END-IF
           END-IF.
           COMPUTE WK-BUNBO = WK-CAL-KURIKOSHI + WK-CAL-SEIKYU.
           IF WK-BUNBO > ZERO
             COMPUTE WKPH-KAISHU-RITSU ROUNDED =
               WK-CAL-NYUKIN * 100 / WK-BUNBO
               ON SIZE ERROR
                 MOVE 9999.9 TO WKPH-KAISHU-RITSU
             END-COMPUTE
             MOVE "1" TO WKPH-KAISHU-KBN
             IF WKPH-KAISHU-RITSU < WK-KAISHU-MIN
               MOVE "Y" TO WKPH-YOCHUI-FLG
             END-IF
           END-IF.
           IF WK-CAL-ZANDAKA > ZERO
             COMPUTE WKPH-60-RITSU ROUNDED =
               WK-CAL-BAL-60 * 100 / WK-CAL-ZANDAKA
               ON SIZE ERROR
                 MOVE 999.9 TO WKPH-60-RITSU
             END-COMPUTE
             COMPUTE WKPH-90-RITSU ROUNDED =
               WK-CAL-BAL-90 * 100 / WK-CAL-ZANDAKA
               ON SIZE ERROR
                 MOVE 999.9 TO WKPH-90-RITSU
             END-COMPUTE
             IF WKPH-60-RITSU > WK-60-MAX
               OR WKPH-90-RITSU > WK-90-MAX
               MOVE "Y" TO WKPH-YOCHUI-FLG
             END-IF
           END-IF.
           IF WKPH-YOCHUI
             ADD 1 TO WK-YOCHUI-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    指標出力処理（WK-KPHW-RECを指標表へ印字し、前月差を求め、
      *      指標履歴テーブルへ追加する）
      ******************************************************************
       WRITE-KPI-RTN                   SECTION.
           IF WK-CAL-ZEN-FLG = "Y"
             MOVE SPACE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
             MOVE "全社" TO WK-RPT-EIGYO-COD
           ELSE
             MOVE WKPH-EIGYO-COD TO WK-RPT-EIGYO-COD
             IF WKPH-EIGYO-COD = SPACE
               MOVE "未設" TO WK-RPT-EIGYO-COD
             END-IF
           END-IF.
           MOVE WKPH-KURIKOSHI TO WK-RPT-KURIKOSHI.
           MOVE WKPH-SEIKYU TO WK-RPT-SEIKYU.
           MOVE WKPH-NYUKIN TO WK-RPT-NYUKIN.
           MOVE WKPH-ZANDAKA TO WK-RPT-ZANDAKA.
           MOVE SPACE TO WK-RPT-DSO.
           MOVE SPACE TO WK-RPT-DSO-MARK.
           MOVE SPACE TO WK-RPT-DSO-SA.
           MOVE SPACE TO WK-RPT-KAISHU.
           MOVE SPACE TO WK-RPT-KAISHU-MARK.
           MOVE SPACE TO WK-RPT-KAISHU-SA.
           MOVE SPACE TO WK-RPT-60-MARK.
           MOVE SPACE TO WK-RPT-90-MARK.
           MOVE SPACE TO WK-RPT-90-SA.
           MOVE SPACE TO WK-RPT-HANTEI.
      *
           IF WKPH-DSO-ARI
             MOVE WKPH-DSO TO WK-RPT-DSO-E
             IF WKPH-DSO > WK-DSO-MAX
               MOVE "*" TO WK-RPT-DSO-MARK
             END-IF
           END-IF.
           IF WKPH-KAISHU-ARI
             MOVE WKPH-KAISHU-RITSU TO WK-RPT-KAISHU-E
             IF WKPH-KAISHU-RITSU < WK-KAISHU-MIN
               MOVE "*" TO WK-RPT-KAISHU-MARK
             END-IF
           END-IF.
           MOVE WKPH-60-RITSU TO WK-RPT-60.
           IF WKPH-60-RITSU > WK-60-MAX
             MOVE "*" TO WK-RPT-60-MARK
           END-IF.
           MOVE WKPH-90-RITSU TO WK-RPT-90.
           IF WKPH-90-RITSU > WK-90-MAX
             MOVE "*" TO WK-RPT-90-MARK
           END-IF.
           IF WKPH-YOCHUI
             MOVE "＊要注意＊" TO WK-RPT-HANTEI
           END-IF.
      *
      *    前月差（前月の履歴がある指標のみ）
           MOVE WK-ZENGETSU-YYYYMM TO WK-HST-SEARCH-YM.
           MOVE WKPH-SHUKEI-KBN TO WK-HST-SEARCH-KBN.
           MOVE WKPH-EIGYO-COD TO WK-HST-SEARCH-COD.
           PERFORM FIND-HST-RTN.
           IF WK-HST-MATCH-IDX NOT = ZERO
             MOVE WK-HST-ENT-REC(WK-HST-MATCH-IDX) TO WK-KPHZ-REC
             IF WKPH-DSO-ARI AND ZKPH-DSO-ARI
               COMPUTE WK-RPT-DSO-SA-E = WKPH-DSO - ZKPH-DSO
             END-IF
             IF WKPH-KAISHU-ARI AND ZKPH-KAISHU-ARI
               COMPUTE WK-RPT-KAISHU-SA-E =
                 WKPH-KAISHU-RITSU - ZKPH-KAISHU-RITSU
             END-IF
             COMPUTE WK-RPT-90-SA-E = WKPH-90-RITSU - ZKPH-90-RITSU
           END-IF.
           MOVE WK-RPT-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
      *
           PERFORM ADD-HST-RTN.
           MOVE WKPH-YYYYMM TO WK-HST-ENT-YM(WK-HST-CNT).
           MOVE WKPH-SHUKEI-KBN TO WK-HST-ENT-KBN(WK-HST-CNT).
           MOVE WKPH-EIGYO-COD TO WK-HST-ENT-COD(WK-HST-CNT).
           MOVE WK-KPHW-REC TO WK-HST-ENT-REC(WK-HST-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    全社推移出力処理（１か月分）
      ******************************************************************
       WRITE-SUII-RTN                  SECTION.
           MOVE WK-SUII-YM(WK-SUII-IDX) TO WK-HST-SEARCH-YM.
           MOVE "2" TO WK-HST-SEARCH-KBN.
           MOVE SPACE TO WK-HST-SEARCH-COD.
           PERFORM FIND-HST-RTN.
           IF WK-HST-MATCH-IDX = ZERO
             MOVE WK-SUII-YM(WK-SUII-IDX) TO WK-SUII-NASHI-YM
             MOVE WK-SUII-NASHI-LINE TO RPT-REC
             PERFORM WRITE-RPT-REC-RTN
             GO TO EXI
           END-IF.
           MOVE WK-HST-ENT-REC(WK-HST-MATCH-IDX) TO WK-KPHZ-REC.
           MOVE ZKPH-YYYYMM TO WK-SUII-LINE-YM.
           MOVE ZKPH-SEIKYU TO WK-SUII-SEIKYU.
           MOVE ZKPH-NYUKIN TO WK-SUII-NYUKIN.
           MOVE ZKPH-ZANDAKA TO WK-SUII-ZANDAKA.
           MOVE SPACE TO WK-SUII-DSO.
           MOVE SPACE TO WK-SUII-KAISHU.
           IF ZKPH-DSO-ARI
             MOVE ZKPH-DSO TO WK-SUII-DSO-E
           END-IF.
           IF ZKPH-KAISHU-ARI
             MOVE ZKPH-KAISHU-RITSU TO WK-SUII-KAISHU-E
           END-IF.
           MOVE ZKPH-60-RITSU TO WK-SUII-60.
           MOVE ZKPH-90-RITSU TO WK-SUII-90.
           MOVE WK-SUII-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所別ＤＳＯ推移出力処理（営業所１件分）
      ******************************************************************
       WRITE-DSOS-RTN                  SECTION.
           MOVE WK-OFC-ENT-COD(WK-OFC-IDX) TO WK-DSOS-EIGYO-COD.
           IF WK-OFC-ENT-COD(WK-OFC-IDX) = SPACE
             MOVE "未設" TO WK-DSOS-EIGYO-COD
           END-IF.
           PERFORM SET-DSOS-RTN
             VARYING WK-SUII-IDX FROM 1 BY 1
               UNTIL WK-SUII-IDX > 12.
           MOVE WK-DSOS-LINE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    営業所別ＤＳＯ推移出力処理（１か月分。履歴の無い月と算出
      *      できなかった月は空白）
      ******************************************************************
       SET-DSOS-RTN                    SECTION.
           MOVE SPACE TO WK-DSOS-ENT(WK-SUII-IDX).
           MOVE WK-SUII-YM(WK-SUII-IDX) TO WK-HST-SEARCH-YM.
           MOVE "1" TO WK-HST-SEARCH-KBN.
           MOVE WK-OFC-ENT-COD(WK-OFC-IDX) TO WK-HST-SEARCH-COD.
           PERFORM FIND-HST-RTN.
           IF WK-HST-MATCH-IDX = ZERO
             GO TO EXI
           END-IF.
           MOVE WK-HST-ENT-REC(WK-HST-MATCH-IDX) TO WK-KPHZ-REC.
           IF ZKPH-DSO-ARI
             MOVE ZKPH-DSO TO WK-DSOS-DSO-E(WK-SUII-IDX)
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴新世代出力処理
      *    （対象年月より前の履歴、対象年月の分、対象年月より後の
      *      履歴の順に書き出し、年月の昇順を保つ）
      ******************************************************************
       WRITE-KPHN-RTN                  SECTION.
           OPEN OUTPUT KPHN-FILE.
           IF WK-KPHN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM089 ABEND NOT KPHNEW-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM WRITE-KPHN-MAE-RTN
             VARYING WK-HST-IDX FROM 1 BY 1
               UNTIL WK-HST-IDX > WK-HST-CNT.
           PERFORM WRITE-KPHN-TOU-RTN
             VARYING WK-HST-IDX FROM 1 BY 1
               UNTIL WK-HST-IDX > WK-HST-CNT.
           PERFORM WRITE-KPHN-ATO-RTN
             VARYING WK-HST-IDX FROM 1 BY 1
               UNTIL WK-HST-IDX > WK-HST-CNT.
           CLOSE KPHN-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴新世代出力処理（対象年月より前の１件）
      ******************************************************************
       WRITE-KPHN-MAE-RTN              SECTION.
           IF WK-HST-ENT-YM(WK-HST-IDX) < WK-TAISHO-YYYYMM
             PERFORM WRITE-KPHN-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴新世代出力処理（対象年月の１件）
      ******************************************************************
       WRITE-KPHN-TOU-RTN              SECTION.
           IF WK-HST-ENT-YM(WK-HST-IDX) = WK-TAISHO-YYYYMM
             PERFORM WRITE-KPHN-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴新世代出力処理（対象年月より後の１件）
      ******************************************************************
       WRITE-KPHN-ATO-RTN              SECTION.
           IF WK-HST-ENT-YM(WK-HST-IDX) > WK-TAISHO-YYYYMM
             PERFORM WRITE-KPHN-REC-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    指標履歴新世代書き込み処理
      ******************************************************************
       WRITE-KPHN-REC-RTN              SECTION.
           MOVE WK-HST-ENT-REC(WK-HST-IDX) TO KPHN-REC.
           WRITE KPHN-REC.
           ADD 1 TO KPHN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（指標表）
      ******************************************************************
       WRITE-RPT-REC-RTN               SECTION.
           WRITE RPT-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    実行履歴記録処理
      ******************************************************************
       WRITE-RUNLOG-RTN                SECTION.
           MOVE "KUBM089" TO RNL-PGM-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RNL-END-TS.
           COMPUTE RNL-IN-CNT = ARBO-CNT + ARB-CNT + REG-CNT + PAY-CNT.
           MOVE KPHN-CNT TO RNL-OUT-CNT.
           MOVE WK-YOCHUI-CNT TO RNL-EXC-CNT.
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
           PERFORM WRITE-OFC-RTN
             VARYING WK-OFC-IDX FROM 1 BY 1
               UNTIL WK-OFC-IDX > WK-OFC-CNT.
           MOVE WK-ZEN-ENT TO WK-CAL-ENT.
           MOVE "Y" TO WK-CAL-ZEN-FLG.
           PERFORM COMPUTE-KPI-RTN.
           PERFORM WRITE-KPI-RTN.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-SUII-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-SUII-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-SUII-RTN
             VARYING WK-SUII-IDX FROM 1 BY 1
               UNTIL WK-SUII-IDX > 12.
      *
           MOVE SPACE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-DSOS-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           MOVE WK-DSOS-SUBTITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           PERFORM WRITE-DSOS-RTN
             VARYING WK-OFC-IDX FROM 1 BY 1
               UNTIL WK-OFC-IDX > WK-OFC-CNT.
      *
           PERFORM WRITE-KPHN-RTN.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM089 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM089 ARB=" ARB-CNT.
           DISPLAY "*** KUBM089 REG=" REG-CNT.
           DISPLAY "*** KUBM089 PAY=" PAY-CNT.
           DISPLAY "*** KUBM089 OFFICES=" WK-OFC-CNT.
           DISPLAY "*** KUBM089 KPHOLD=" KPHO-CNT.
           DISPLAY "*** KUBM089 KPHNEW=" KPHN-CNT.
           DISPLAY "*** KUBM089 REPLACED=" WK-REPLACE-CNT.
           DISPLAY "*** KUBM089 WARN=" WK-YOCHUI-CNT.
           IF WK-YOCHUI-CNT > ZERO AND RETURN-CODE = ZERO
             DISPLAY "*** KUBM089 OFFICES OVER THRESHOLD ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUNLOG-RTN.
           DISPLAY "*** KUBM089 END ***".
       EXI.
           EXIT.
