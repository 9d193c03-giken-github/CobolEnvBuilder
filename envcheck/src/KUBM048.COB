      *    変更日/変更者 ：２０２６年０９月０２日　保守担当
      *    変更内容    　：ＣＳＶレコード長９０バイト化（契約単価
      *    　　　　　　　　・税区分列の追加対応）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：商品マスタの参照を共通サブ
      *    　　　　　　　　プログラムKUBS050化（最新の
      *    　　　　　　　　単価世代の商品名を採用し、
      *    　　　　　　　　テーブル件数の上限を撤廃）
      ******************************************************************
      *    KUBM040が日次で書き出すCSV抽出ファイルの月間累積（TXN）を
      *    読み込み、商品番号ごとに全得意先横断で数量・金額を集計して
      *    返品明細はCSV上の金額がマイナスのため、金額・数量とも
      *    差し引いて集計する。印字順位数はパラメタ（RNKPRM・
      *    KUCF085）で指定し、金額順と数量順の２部構成で印字する。
      *    商品名は商品マスタ（共通マスタ参照KUBS050）を正とする。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           SELECT PRM-FILE
             ASSIGN TO EXTERNAL RNKPRM
               FILE STATUS IS WK-PRM-FILE-ERR.
           SELECT RPT-FILE
             ASSIGN TO EXTERNAL RPT
               FILE STATUS IS WK-RPT-FILE-ERR.
       FD  PRM-FILE.
       01  PRM-REC.
           COPY KUCF085.
       FD  RPT-FILE.
       01  RPT-REC                     PIC X(80).
      *
       WORKING-STORAGE                 SECTION.
       01  WK-TXN-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RPT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  TXN-END-FLG                 PIC X VALUE "N".
       01  TXN-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-TXN-KINGAKU-NUM          PIC S9(9) VALUE ZERO.
       01  WK-TXN-SURYO-NUM            PIC S9(5) VALUE ZERO.
      *
      *商品マスタ参照（商品名をマスタの正とする。共通マスタ参照
      *KUBS050で索引マスタをキー検索し、最新の単価世代の商品名を
      *採用する）
       01  WK-SHOM-LOADED-FLG          PIC X VALUE "N".
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
       01  WK-MSA-AREA.
           COPY KUCF144.
      *KUBS050が返す商品マスタレコードの参照用
       01  SHOM-REC.
           COPY KUCF021.
      *
      *商品別集計テーブル
      *    テーブル溢れは順位から商品が黙って消えることを意味する
           DISPLAY "*** KUBM048 START ***".
      *
           PERFORM READ-PRM-RTN.
           PERFORM OPEN-MSTR-RTN.
      *
           OPEN INPUT TXN-FILE.
           IF WK-TXN-FILE-ERR NOT = 00
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。マスタ
      *      が無い場合は商品名を空白のまま印字する縮退運転）
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
             DISPLAY "*** KUBM048 WARNING SHOMK-FILE NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    トランザクション（CSV抽出累積）読み込み処理
      *    （累積ファイル連結により複数回現れる見出し行・コントロール
      *      トレーラ行は読み飛ばす）
           EXIT.
      ******************************************************************
      *    商品マスタ名称突合処理（新規集計商品の名称設定）
      *    （基準日を最大値として最新の単価世代を検索する）
      ******************************************************************
       LOOKUP-SHOM-MEI-RTN             SECTION.
           MOVE SPACE TO WK-RNK-ENT-MEI(WK-RNK-CNT).
           IF WK-SHOM-LOADED-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE "S" TO MSA-FUNC.
           MOVE WK-TXN-SHOHIN-NO(1:5) TO MSA-SHOHIN-NO.
           MOVE 99999999 TO MSA-KIJUN-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-SHOM-DATA TO SHOM-REC
             MOVE SHOM-SHOHIN-MEI TO WK-RNK-ENT-MEI(WK-RNK-CNT)
           END-IF.
       EXI.
           EXIT.
