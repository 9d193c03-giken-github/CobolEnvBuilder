      *    　　　　　　　　（上限はWOFPRM・打ち切りは台帳KUCF077へ
      *    　　　　　　　　記録し、上限の１サイクル前に警告リストへ
      *    　　　　　　　　載せる）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：商品マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    KUBM040が基本チェックエラー（SURYO不正・KINGAKU不一致）で
      *    SUS-FILEへ退避した明細と、前回までの本プログラムで滞留した
           SELECT SUSN-FILE
             ASSIGN TO EXTERNAL SUSNEW
               FILE STATUS IS WK-SUSN-FILE-ERR.
           SELECT WFP-FILE
             ASSIGN TO EXTERNAL WOFPRM
               FILE STATUS IS WK-WFP-FILE-ERR.
               REPLACING ==SUS-AGE-CNT==    BY ==NSUS-AGE-CNT==
                         ==SUS-FIRST-DATE== BY ==NSUS-FIRST-DATE==
                         ==SUS-ITF-REC==    BY ==NSUS-ITF-REC==.
       FD  WFP-FILE.
       01  WFP-REC.
           COPY KUCF076.
       01  WK-TRL-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-TRL-KINGAKU              PIC S9(11) VALUE ZERO.
      *
      *商品マスタ参照（KUBM041と同じく共通マスタ参照KUBS050で
      *索引マスタをキー検索し、訂正適用後の明細の単価を受注日付
      *時点で適用中の単価世代と突合して警告表示する。判定そのもの
      *は再投入後のKUBM040／KUBM041が行うため、本プログラムは警告
      *のみとし再投入は継続する。マスタが無い場合は突合なしの縮退
      *運転とする）
       01  WK-SHOM-LOADED-FLG          PIC X VALUE "N".
       01  WK-SHOM-FOUND-FLG           PIC X VALUE "N".
       01  WK-TANKA-DIFF               PIC S9(5)V99 VALUE ZERO.
       01  WK-TANKA-DIFF-MAX           PIC S9(5)V99 VALUE 1.
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す商品マスタレコードの参照用
       01  SHOM-REC.
           COPY KUCF021.
      *
      *訂正トランザクション退避テーブル
       01  WK-COR-CNT                  PIC 9(4) VALUE ZERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-DATE-HOZON.
      *
           PERFORM LOAD-COR-RTN.
           PERFORM OPEN-MSTR-RTN.
           PERFORM READ-WOFPRM-RTN.
      *
           OPEN OUTPUT OTF-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。マスタ
      *      が無い場合は単価突合なしの縮退運転とする）
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
           MOVE MSA-SHOM-AVAIL-FLG TO WK-SHOM-LOADED-FLG.
           IF WK-SHOM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM043 WARNING SHOMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM043 TANKA CHECK DISABLED ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ検索処理
      *    （該当商品番号の単価世代のうち、受注日付時点で適用中の
      *      世代をKUBS050で検索する。受注日付以前の世代が無い場合
      *      は最古世代が返る。KUBM040と同じ判定基準）
      ******************************************************************
       FIND-SHOM-RTN                   SECTION.
           MOVE "N" TO WK-SHOM-FOUND-FLG.
           MOVE "S" TO MSA-FUNC.
           MOVE UF010-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE UF010-JUCHU-DATE TO MSA-KIJUN-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-SHOM-DATA TO SHOM-REC
             MOVE "Y" TO WK-SHOM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
             GO TO EXI
           END-IF.
           PERFORM FIND-SHOM-RTN.
           IF WK-SHOM-FOUND-FLG NOT = "Y"
             DISPLAY "*** KUBM043 WARNING SHOHIN NOT IN MASTER "
                     "SHOHIN-NO=" UF010-SHOHIN-NO
           ELSE
             COMPUTE WK-TANKA-DIFF = UF010-TANKA - SHOM-TANKA
             IF WK-TANKA-DIFF < ZERO
               COMPUTE WK-TANKA-DIFF = WK-TANKA-DIFF * ( - 1 )
             END-IF
               DISPLAY "*** KUBM043 WARNING TANKA MISMATCH "
                       "SHOHIN-NO=" UF010-SHOHIN-NO
                       " TANKA=" UF010-TANKA
                       " MSTR=" SHOM-TANKA
             END-IF
           END-IF.
       EXI.
