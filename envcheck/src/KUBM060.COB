      *    サブシステム名：売上
      *    プログラム名　：得意先別取引明細書作成（月次）
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：赤伝対応（赤伝発行台帳（CRN・KUCF100）の
      *    　　　　　　　　対象月発行分を当月請求からのマイナスとして
      *    　　　　　　　　印字する。赤伝で取り消した請求書は失効でも
      *    　　　　　　　　発行月の明細書に取消済み表示で載せる）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：延滞利息請求書（KUBM081発行・台帳の請求
      *    　　　　　　　　区分２）は備考欄に延滞利息と表示する
      ******************************************************************
      *    対象年月（STMPRM・KUCF064）について、得意先ごとの取引
      *    明細書（STM）を作成する月次バッチである。前世代の売掛金
      *    対象月分）を当月入金として、繰越＋請求−入金の差引残高
      *    までを１得意先１ページで印字する。宛名は得意先マスタ
      *    （TOKM）を正とする。
      *    赤伝発行台帳（CRN・KUCF100）の対象月発行分は赤伝番号と
      *    取り消した請求書番号を併記したマイナスの請求明細とし、
      *    当月請求計から差し引く。
      *    ページはKUBM040の帳票と同じタイトル行（DATE／PAGE見出し）
      *    と得意先行で始まるため、帳票配付マスタ（DSTM・KUCF024）に
      *    よる得意先別切り出しはKUBM053がそのまま行える。
           SELECT PAY-FILE
             ASSIGN TO EXTERNAL PAY
               FILE STATUS IS WK-PAY-FILE-ERR.
           SELECT CRN-FILE
             ASSIGN TO EXTERNAL CRN
               FILE STATUS IS WK-CRN-FILE-ERR.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
       FD  REG-FILE.
       01  REG-REC.
           COPY KUCF029.
       FD  CRN-FILE.
       01  CRN-REC.
           COPY KUCF100.
       FD  PAY-FILE.
       01  PAY-REC.
           COPY KUCF025.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PAY-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-CRN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-STM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ARBO-END-FLG                PIC X VALUE "Y".
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  PAY-END-FLG                 PIC X VALUE "Y".
       01  CRN-END-FLG                 PIC X VALUE "Y".
       01  TOKM-END-FLG                PIC X VALUE "Y".
       01  WK-MERGE-END-FLG            PIC X VALUE "N".
       01  ARBO-CNT                    PIC 9(10) VALUE ZERO.
       01  REG-CNT                     PIC 9(10) VALUE ZERO.
       01  PAY-CNT                     PIC 9(10) VALUE ZERO.
       01  CRN-CNT                     PIC 9(10) VALUE ZERO.
       01  STM-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-TOKU-CNT                 PIC 9(10) VALUE ZERO.
      *
      *対象月請求書退避テーブル（台帳は得意先コード順ではないため
      *対象月の発行済み分をテーブルへ展開し、得意先ごとに検索する。
      *残高マスタ・入金のいずれにも現れない得意先の請求書も明細書
      *を出すため、出力済みフラグを持つ。対象月の赤伝も区分２として
      *同じテーブルへ展開し、請求番号欄に赤伝番号、参照番号欄に取り
      *消した請求書番号を持つ。区分３は赤伝で取り消した請求書、
      *区分４は延滞利息請求書）
       01  WK-REG-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-REG-MAX                  PIC 9(4) VALUE 2000.
       01  WK-REG-IDX                  PIC 9(4) VALUE ZERO.
             05  WK-REG-ENT-ISSUE      PIC 9(8).
             05  WK-REG-ENT-GROSS      PIC S9(12).
             05  WK-REG-ENT-DONE-FLG   PIC X(1).
             05  WK-REG-ENT-KBN        PIC X(1).
             05  WK-REG-ENT-REF-NO     PIC 9(8).
      *
      *赤伝退避テーブル（赤伝発行台帳の全件。失効請求書が赤伝による
      *取消か再発行による失効かを判定し、対象月発行分を明細へ載せる）
       01  WK-CRN-CNT                  PIC 9(4) VALUE ZERO.
       01  WK-CRN-MAX                  PIC 9(4) VALUE 2000.
       01  WK-CRN-IDX                  PIC 9(4) VALUE ZERO.
       01  WK-CRN-MATCH-IDX            PIC 9(4) VALUE ZERO.
       01  WK-CRN-TBL.
           03  WK-CRN-ENT              OCCURS 2000 TIMES.
             05  WK-CRN-ENT-AKA-NO     PIC 9(8).
             05  WK-CRN-ENT-SEI-NO     PIC 9(8).
             05  WK-CRN-ENT-TOKU       PIC X(4).
             05  WK-CRN-ENT-ISSUE      PIC 9(8).
             05  WK-CRN-ENT-GROSS      PIC S9(12).
      *
      *タイトル行（KUBM040と同じ桁位置。KUBM053のページ切り出しが
      *DATE／PAGE見出しでページ区切りを判定するため、位置を変えて
           03  WK-SEI-NO               PIC 9(8).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-SEI-KINGAKU          PIC ----,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  WK-SEI-BIKO             PIC X(10).
      *
      *赤伝明細行
       01  WK-AKA-LINE.
           03  FILLER                  PIC X(4) VALUE SPACE.
           03  WK-AKA-DATE             PIC 9999/99/99.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "赤伝　　".
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(4) VALUE "Ｎｏ".
           03  WK-AKA-NO               PIC 9(8).
           03  FILLER                  PIC X(3) VALUE SPACE.
           03  WK-AKA-KINGAKU          PIC ----,---,--9.
           03  FILLER                  PIC X(2) VALUE SPACE.
           03  FILLER                  PIC X(8) VALUE "取消Ｎｏ".
           03  WK-AKA-SEI-NO           PIC 9(8).
      *
      *入金明細行
       01  WK-PAY-LINE.
           MOVE WK-DATE-HOZON-DD TO WK-DATE-DD.
      *
           PERFORM READ-PRM-RTN.
           PERFORM LOAD-CRN-RTN.
           PERFORM LOAD-REG-RTN.
           PERFORM ADD-CRN-RTN
             VARYING WK-CRN-IDX FROM 1 BY 1
               UNTIL WK-CRN-IDX > WK-CRN-CNT.
      *
           OPEN OUTPUT STM-FILE.
           IF WK-STM-FILE-ERR NOT = 00
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理
      *    （対象月に発行済みの請求書のみテーブルへ展開する。赤伝
      *      で取り消した請求書は失効でも発行月の請求として載せる）
      ******************************************************************
       LOAD-REG-RTN                    SECTION.
           OPEN INPUT REG-FILE.
               MOVE "Y" TO REG-END-FLG
             NOT AT END
               ADD 1 TO REG-CNT
               MOVE ZERO TO WK-CRN-MATCH-IDX
               IF REG-STATUS-VOID
                 PERFORM FIND-CRN-RTN
               END-IF
               IF (REG-STATUS-ISSUED OR WK-CRN-MATCH-IDX NOT = ZERO)
                 AND REG-ISSUE-DATE(1:6) = WK-TAISHO-YYYYMM
                 IF WK-REG-CNT < WK-REG-MAX
                   ADD 1 TO WK-REG-CNT
                   MOVE REG-GROSS-KINGAKU TO
                     WK-REG-ENT-GROSS(WK-REG-CNT)
                   MOVE "N" TO WK-REG-ENT-DONE-FLG(WK-REG-CNT)
                   MOVE ZERO TO WK-REG-ENT-REF-NO(WK-REG-CNT)
                   IF WK-CRN-MATCH-IDX NOT = ZERO
                     MOVE "3" TO WK-REG-ENT-KBN(WK-REG-CNT)
                   ELSE
                     IF REG-SEI-ENTAI
                       MOVE "4" TO WK-REG-ENT-KBN(WK-REG-CNT)
                     ELSE
                       MOVE "1" TO WK-REG-ENT-KBN(WK-REG-CNT)
                     END-IF
                   END-IF
                 ELSE
                   DISPLAY "*** KUBM060 WARNING REG TABLE FULL ***"
                 END-IF
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳読み込み処理
      *    （全件をテーブルへ展開する。台帳が無い場合は赤伝なしと
      *      する）
      ******************************************************************
       LOAD-CRN-RTN                    SECTION.
           OPEN INPUT CRN-FILE.
           IF WK-CRN-FILE-ERR = 00
             MOVE "N" TO CRN-END-FLG
             PERFORM LOAD-CRN-READ-RTN
               UNTIL CRN-END-FLG = "Y"
             CLOSE CRN-FILE
           ELSE
             DISPLAY "*** KUBM060 WARNING CRN NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝発行台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-CRN-READ-RTN               SECTION.
           READ CRN-FILE
             AT END
               MOVE "Y" TO CRN-END-FLG
             NOT AT END
               ADD 1 TO CRN-CNT
               IF WK-CRN-CNT < WK-CRN-MAX
                 ADD 1 TO WK-CRN-CNT
                 MOVE CRN-AKA-NO TO WK-CRN-ENT-AKA-NO(WK-CRN-CNT)
                 MOVE CRN-SEI-NO TO WK-CRN-ENT-SEI-NO(WK-CRN-CNT)
                 MOVE CRN-TOKU-COD TO WK-CRN-ENT-TOKU(WK-CRN-CNT)
                 MOVE CRN-ISSUE-DATE TO WK-CRN-ENT-ISSUE(WK-CRN-CNT)
                 MOVE CRN-GROSS-KINGAKU TO
                   WK-CRN-ENT-GROSS(WK-CRN-CNT)
               ELSE
                 DISPLAY "*** KUBM060 WARNING CRN TABLE FULL ***"
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝テーブル検索処理（台帳レコードの請求書番号で）
      ******************************************************************
       FIND-CRN-RTN                    SECTION.
           MOVE ZERO TO WK-CRN-MATCH-IDX.
           PERFORM CHECK-CRN-ENT-RTN
             VARYING WK-CRN-IDX FROM 1 BY 1
               UNTIL WK-CRN-IDX > WK-CRN-CNT
                 OR WK-CRN-MATCH-IDX NOT = ZERO.
       EXI.
           EXIT.
      ******************************************************************
      *    赤伝テーブル検索処理（テーブル１件分の比較）
      ******************************************************************
       CHECK-CRN-ENT-RTN               SECTION.
           IF WK-CRN-ENT-SEI-NO(WK-CRN-IDX) = REG-SEI-NO
             MOVE WK-CRN-IDX TO WK-CRN-MATCH-IDX
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    対象月赤伝の請求テーブル追加処理（赤伝１件分）
      ******************************************************************
       ADD-CRN-RTN                     SECTION.
           IF WK-CRN-ENT-ISSUE(WK-CRN-IDX)(1:6) NOT = WK-TAISHO-YYYYMM
             GO TO EXI
           END-IF.
           IF WK-REG-CNT NOT < WK-REG-MAX
             DISPLAY "*** KUBM060 WARNING REG TABLE FULL ***"
             GO TO EXI
           END-IF.
           ADD 1 TO WK-REG-CNT.
           MOVE WK-CRN-ENT-AKA-NO(WK-CRN-IDX)
             TO WK-REG-ENT-SEI-NO(WK-REG-CNT).
           MOVE WK-CRN-ENT-TOKU(WK-CRN-IDX)
             TO WK-REG-ENT-TOKU(WK-REG-CNT).
           MOVE WK-CRN-ENT-ISSUE(WK-CRN-IDX)
             TO WK-REG-ENT-ISSUE(WK-REG-CNT).
           COMPUTE WK-REG-ENT-GROSS(WK-REG-CNT) =
             ZERO - WK-CRN-ENT-GROSS(WK-CRN-IDX).
           MOVE "N" TO WK-REG-ENT-DONE-FLG(WK-REG-CNT).
           MOVE "2" TO WK-REG-ENT-KBN(WK-REG-CNT).
           MOVE WK-CRN-ENT-SEI-NO(WK-CRN-IDX)
             TO WK-REG-ENT-REF-NO(WK-REG-CNT).
       EXI.
           EXIT.
      ******************************************************************
      *    残高マスタ読み込み処理（順序チェック付き）
      ******************************************************************
       READ-ARBO-RTN                   SECTION.
           PERFORM WRITE-STM-REC-RTN.
           PERFORM WRITE-EMPTY-LINE-RTN.
      *
      *    当月請求（対象月に発行された請求書と赤伝）
           MOVE ZERO TO WK-SEIKYU-KEI.
           PERFORM WRITE-SEI-LINE-RTN
             VARYING WK-REG-IDX FROM 1 BY 1
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-REG-ENT-DONE-FLG(WK-REG-IDX).
           COMPUTE WK-SEIKYU-KEI = WK-SEIKYU-KEI
             + WK-REG-ENT-GROSS(WK-REG-IDX).
      *    赤伝は赤伝番号と取り消した請求書番号を併記する
           IF WK-REG-ENT-KBN(WK-REG-IDX) = "2"
             MOVE WK-REG-ENT-ISSUE(WK-REG-IDX) TO WK-AKA-DATE
             MOVE WK-REG-ENT-SEI-NO(WK-REG-IDX) TO WK-AKA-NO
             MOVE WK-REG-ENT-GROSS(WK-REG-IDX) TO WK-AKA-KINGAKU
             MOVE WK-REG-ENT-REF-NO(WK-REG-IDX) TO WK-AKA-SEI-NO
             MOVE WK-AKA-LINE TO STM-REC
             PERFORM WRITE-STM-REC-RTN
             GO TO EXI
           END-IF.
           MOVE WK-REG-ENT-ISSUE(WK-REG-IDX) TO WK-SEI-DATE.
           MOVE WK-REG-ENT-SEI-NO(WK-REG-IDX) TO WK-SEI-NO.
           MOVE WK-REG-ENT-GROSS(WK-REG-IDX) TO WK-SEI-KINGAKU.
           IF WK-REG-ENT-KBN(WK-REG-IDX) = "3"
             MOVE "（取消済）" TO WK-SEI-BIKO
           ELSE
             IF WK-REG-ENT-KBN(WK-REG-IDX) = "4"
               MOVE "延滞利息" TO WK-SEI-BIKO
             ELSE
               MOVE SPACE TO WK-SEI-BIKO
             END-IF
           END-IF.
           MOVE WK-SEI-LINE TO STM-REC.
           PERFORM WRITE-STM-REC-RTN.
       EXI.
           DISPLAY "*** KUBM060 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM060 REG=" REG-CNT.
           DISPLAY "*** KUBM060 PAY=" PAY-CNT.
           DISPLAY "*** KUBM060 CRN=" CRN-CNT.
           DISPLAY "*** KUBM060 TOKU=" WK-TOKU-CNT.
           DISPLAY "*** KUBM060 STM=" STM-CNT.
           DISPLAY "*** KUBM060 END ***".
