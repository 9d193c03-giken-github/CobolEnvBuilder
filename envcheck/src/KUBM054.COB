      *    変更内容    　：得意先マスタ突合のテーブル方式化
      *    変更日/変更者 ：２０２６年０９月０２日　保守担当
      *    変更内容    　：調整明細（データ区分３）を抽出対象に追加
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先マスタの参照を
      *    　　　　　　　　共通サブプログラムKUBS050化
      *    　　　　　　　　（索引マスタのキー検索とし、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    ARCHITFステップが保管するSALES.ITF.ARCHの任意世代（ITF）を
      *    読み込み、抽出条件パラメタ（RPPRM・KUCF096：得意先コード
           SELECT FMT-FILE
             ASSIGN TO EXTERNAL FMT
               FILE STATUS IS WK-FMT-FILE-ERR.
           SELECT OEF-FILE
             ASSIGN TO EXTERNAL OEF
               FILE STATUS IS WK-OEF-FILE-ERR.
       FD  FMT-FILE.
       01  FMT-REC.
           COPY KUCF041.
       FD  OEF-FILE
           BLOCK CONTAINS 100 RECORDS.
       01  OEF-REC                     PIC X(93).
       01  WK-ITF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FMT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OEF-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKU-MEI-MSTR            PIC X(20).
       01  WK-TOKM-LOADED-FLG          PIC X VALUE "N".
      *
      *マスタ参照連絡領域（営業所順ソートのアーカイブでは得意先
      *コードが全体昇順でないため、共通マスタ参照KUBS050で索引
      *マスタをキー検索して突合する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す得意先マスタレコードの参照用
       01  TOKM-REC.
           COPY KUCF020.
       01  ITF-END-FLG                 PIC X VALUE "Y".
       01  ITF-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-SEL-CNT                  PIC 9(10) VALUE ZERO.
      *
           PERFORM READ-PRM-RTN.
           PERFORM READ-FMT-RTN.
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN INPUT ITF-FILE.
           IF WK-ITF-FILE-ERR NOT = 00
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。マスタ
      *      が無い場合はITF-FILEの得意先名をそのまま使用する縮退
      *      運転とする）
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
           MOVE MSA-TOKM-AVAIL-FLG TO WK-TOKM-LOADED-FLG.
           IF WK-TOKM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM054 WARNING TOKMK-FILE NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ突合処理
      *    （キー検索により得意先名をマスタの正とする）
      ******************************************************************
       LOOKUP-TOKUISAKI-RTN            SECTION.
           MOVE UF010-TOKU-MEI TO WK-TOKU-MEI-MSTR.
           IF WK-TOKM-LOADED-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "T" TO MSA-FUNC.
           MOVE UF010-TOKU-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE TOKM-TOKU-MEI TO WK-TOKU-MEI-MSTR
           END-IF.
       EXI.
           EXIT.
