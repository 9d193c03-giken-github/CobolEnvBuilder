      *    サブシステム名：売上
      *    プログラム名　：督促状作成
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：口座振替の得意先（振込先マスタの口座振替
      *    　　　　　　　　区分１）を督促の対象外とする
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：貸倒償却済みの得意先（残高マスタの貸倒償却
      *    　　　　　　　　区分１）を督促・回収検討の対象外とする
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：再督促の抑止日数を営業日カレンダ上の営業
      *    　　　　　　　　日数で数える（KUBS040。既定は５営業日）
      ******************************************************************
      *    最新世代の売掛金残高マスタ（ARBNEW・KUCF026）から６０日
      *    超・９０日超の残高を持つ得意先を選び、督促段階（１＝
      *    状態区分が停止・解約の得意先には督促状を出さず、回収
      *    検討リスト（RVW）へ印字して債権管理の判断に委ねる。
      *    発行した督促状は督促発行台帳（DUNNEW・KUCF066）へ記録
      *    し、次回実行は前回台帳（DUNOLD）と突合して抑止日数（前回
      *    発行日の翌日から当日までの営業日数）以内の再督促を抑止する。
      *    口座振替で回収中の得意先（得意先振込先マスタ FKM・KUCF114
      *    の口座振替区分１）は督促せず件数のみ表示する。振替不能で
      *    停止（区分９）となった得意先は通常どおり督促する。FKMが
      *    無い場合は全件口座振替なしとして扱う。
      *    貸倒償却済みの得意先（残高マスタの貸倒償却区分１）は債権
      *    管理の手を離れているため、督促も回収検討リストへの印字も
      *    行わず件数のみ表示する。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           SELECT TOKM-FILE
             ASSIGN TO EXTERNAL TOKM
               FILE STATUS IS WK-TOKM-FILE-ERR.
           SELECT FKM-FILE
             ASSIGN TO EXTERNAL FKM
               FILE STATUS IS WK-FKM-FILE-ERR.
           SELECT DUNO-FILE
             ASSIGN TO EXTERNAL DUNOLD
               FILE STATUS IS WK-DUNO-FILE-ERR.
       FD  TOKM-FILE.
       01  TOKM-REC.
           COPY KUCF020.
       FD  FKM-FILE.
       01  FKM-REC.
           COPY KUCF114.
       FD  DUNO-FILE.
       01  DUNO-REC.
           COPY KUCF066.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-ARB-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-FKM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DUNO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DUNN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-LTR-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RVW-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  ARB-END-FLG                 PIC X VALUE "Y".
       01  TOKM-END-FLG                PIC X VALUE "Y".
       01  FKM-END-FLG                 PIC X VALUE "Y".
       01  DUNO-END-FLG                PIC X VALUE "Y".
       01  ARB-CNT                     PIC 9(10) VALUE ZERO.
       01  LTR-CNT                     PIC 9(10) VALUE ZERO.
       01  RVW-CNT                     PIC 9(10) VALUE ZERO.
       01  DUNN-CNT                    PIC 9(10) VALUE ZERO.
       01  WK-SUPPRESS-CNT             PIC 9(10) VALUE ZERO.
       01  WK-KOFURI-CNT               PIC 9(10) VALUE ZERO.
       01  WK-KASHIDAORE-CNT           PIC 9(10) VALUE ZERO.
      *
       01  WK-MIN-KINGAKU              PIC 9(9) VALUE ZERO.
       01  WK-SUPPRESS-DAYS            PIC 9(3) VALUE 5.
       01  WK-TEXT-L1                  PIC X(60) VALUE
             "お支払期日超過のご請求がございます".
       01  WK-TEXT-L2                  PIC X(60) VALUE
             "再度のご案内です　至急ご入金ください".
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-KEIKA-DAYS               PIC S9(8) VALUE ZERO.
      *営業日判定連絡領域（共通営業日判定KUBS040の呼び出し用）
       01  WK-CLD-AREA.
           COPY KUCF128.
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
       01  WK-OVERDUE-KEI              PIC S9(12) VALUE ZERO.
       01  WK-LEVEL-KBN                PIC X(1) VALUE "1".
       01  WK-TOKU-MEI-MSTR            PIC X(20).
       01  WK-TOKU-STATUS-KBN          PIC X(1) VALUE "1".
       01  WK-KOFURI-FLG               PIC X(1) VALUE "N".
       01  WK-PAGE-CNT                 PIC 9(4) VALUE ZERO.
      *
       01  WK-DATE-HOZON.
           MOVE WK-DATE-HOZON-MM TO WK-DATE-MM.
           MOVE WK-DATE-HOZON-DD TO WK-DATE-DD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY.
      *
           PERFORM READ-PRM-RTN.
           PERFORM LOAD-DUNO-RTN.
           ELSE
             DISPLAY "*** KUBM061 WARNING TOKM NOT AVAILABLE ***"
           END-IF.
      *
      *    得意先振込先マスタ（口座振替区分。無い場合は全件振替なし）
           OPEN INPUT FKM-FILE.
           IF WK-FKM-FILE-ERR = 00
             MOVE "N" TO FKM-END-FLG
             PERFORM READ-FKM-RTN
           ELSE
             DISPLAY "*** KUBM061 WARNING FKM NOT AVAILABLE ***"
           END-IF.
      *
           MOVE WK-RVW-TITLE TO RVW-REC.
           WRITE RVW-REC AFTER 1.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ読み込み処理
      ******************************************************************
       READ-FKM-RTN                    SECTION.
           READ FKM-FILE
             AT END
               MOVE "Y" TO FKM-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先振込先マスタ突合処理
      *    （得意先コード昇順のため順次マッチングとする）
      ******************************************************************
       LOOKUP-FKM-RTN                  SECTION.
           MOVE "N" TO WK-KOFURI-FLG.
           IF WK-FKM-FILE-ERR NOT = 00
             GO TO EXI
           END-IF.
           PERFORM READ-FKM-RTN
             UNTIL FKM-END-FLG = "Y"
                OR FKM-TOKU-COD NOT < ARB-TOKU-COD.
      *
           IF FKM-END-FLG NOT = "Y" AND FKM-TOKU-COD = ARB-TOKU-COD
             AND FKM-KOFURI-ARI
             MOVE "Y" TO WK-KOFURI-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ突合処理
      *    （残高マスタは得意先コード昇順のため順次マッチングとする）
      ******************************************************************
             PERFORM READ-ARB-RTN
             GO TO EXI
           END-IF.
      *
      *    貸倒償却済みの得意先は督促しない
           IF ARB-KASHIDAORE-ZUMI
             ADD 1 TO WK-KASHIDAORE-CNT
             PERFORM READ-ARB-RTN
             GO TO EXI
           END-IF.
      *
           PERFORM LOOKUP-TOKUISAKI-RTN.
      *
             GO TO EXI
           END-IF.
      *
      *    口座振替で回収中の得意先は督促しない
           PERFORM LOOKUP-FKM-RTN.
           IF WK-KOFURI-FLG = "Y"
             ADD 1 TO WK-KOFURI-CNT
             PERFORM READ-ARB-RTN
             GO TO EXI
           END-IF.
      *
      *    ９０日超の残高があれば督促段階２、なければ１
           IF ARB-BAL-90 > ZERO
             MOVE "2" TO WK-LEVEL-KBN
           IF WK-DUN-MATCH-IDX = ZERO
             AND WK-DUN-ENT-TOKU(WK-DUN-IDX) = ARB-TOKU-COD
             AND WK-DUN-ENT-ISSUE(WK-DUN-IDX) NOT = ZERO
             PERFORM COMPUTE-KEIKA-RTN
             IF WK-KEIKA-DAYS < WK-SUPPRESS-DAYS
               MOVE WK-DUN-IDX TO WK-DUN-MATCH-IDX
             END-IF
       EXI.
           EXIT.
      ******************************************************************
      *    前回発行からの経過営業日数計算処理（テーブル１件分）
      *    （前回発行日の翌日から当日までの営業日数。KUBS040呼び出し）
      ******************************************************************
       COMPUTE-KEIKA-RTN               SECTION.
           MOVE "D" TO CLD-FUNC.
           MOVE WK-DUN-ENT-ISSUE(WK-DUN-IDX) TO CLD-DATE-IN.
           MOVE WK-TODAY TO CLD-DATE-TO.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS040" USING WK-CLD-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           MOVE CLD-DAYS TO WK-KEIKA-DAYS.
      *    発行日不正の記録は抑止の対象としない
           IF CLD-KEKKA-ERR
             MOVE 999 TO WK-KEIKA-DAYS
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    督促状出力処理（１得意先分）
      ******************************************************************
       WRITE-LETTER-RTN                SECTION.
           IF WK-TOKM-FILE-ERR = 00
             CLOSE TOKM-FILE
           END-IF.
           IF WK-FKM-FILE-ERR = 00
             CLOSE FKM-FILE
           END-IF.
           CLOSE LTR-FILE.
           CLOSE RVW-FILE.
           CLOSE DUNN-FILE.
           DISPLAY "*** KUBM061 LTR=" LTR-CNT.
           DISPLAY "*** KUBM061 RVW=" RVW-CNT.
           DISPLAY "*** KUBM061 SUPPRESSED=" WK-SUPPRESS-CNT.
           DISPLAY "*** KUBM061 DIRECT-DEBIT=" WK-KOFURI-CNT.
           DISPLAY "*** KUBM061 WRITTEN-OFF=" WK-KASHIDAORE-CNT.
           DISPLAY "*** KUBM061 DUNNEW=" DUNN-CNT.
           DISPLAY "*** KUBM061 END ***".
       EXI.
           IF WK-DUN-ENT-ISSUE(WK-DUN-IDX) = ZERO
             GO TO EXI
           END-IF.
           PERFORM COMPUTE-KEIKA-RTN.
           IF WK-KEIKA-DAYS < WK-SUPPRESS-DAYS
             MOVE SPACE TO DUNN-REC
             MOVE WK-DUN-ENT-TOKU(WK-DUN-IDX) TO NDNR-TOKU-COD
