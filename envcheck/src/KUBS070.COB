       IDENTIFICATION                  DIVISION.
       PROGRAM-ID.                     KUBS070.
      ******************************************************************
      *    システム名　　：研修
      *    サブシステム名：売上
      *    プログラム名　：マスタ管理金額算出（共通サブプログラム）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：延滞利息計算履歴・未充当返金台帳・
      *    　　　　　　　　貸倒台帳・口座振替依頼台帳・得意先
      *    　　　　　　　　振込先・商品在庫・定期受注・数量割戻
      *    　　　　　　　　履歴の管理金額を追加
      ******************************************************************
      *    マスタ世代保全（KUBM103）と復元（KUBM104）が、保全した
      *    マスタと復元したマスタを同じ基準で突合できるよう、マスタ
      *    レコード１件の管理金額を算出して返す。連絡領域はKUCF154。
      *    　・得意先マスタ　　：残高
      *    　・商品マスタ　　　：単価
      *    　・契約単価マスタ　：契約単価
      *    　・売掛金残高　　　：年齢別バケット合計−未充当
      *    　・未消込請求　　　：未回収額
      *    　・累計マスタ　　　：月次累計＋年次累計
      *    　・請求書発行台帳　：請求額（税込）
      *    　・督促発行台帳　　：金額項目が無いためゼロ（件数のみ）
      *    　・売上目標マスタ　：目標額
      *    　・サスペンス滞留　：保留中の受注明細の金額
      *    　・延滞利息計算履歴：未回収額
      *    　・未充当返金台帳　：返金額
      *    　・貸倒台帳　　　　：償却・回収の金額
      *    　・口座振替依頼台帳：依頼額
      *    　・得意先振込先　　：金額項目が無いためゼロ（件数のみ）
      *    　・商品在庫マスタ　：在庫数量
      *    　・定期受注マスタ　：受注数量
      *    　・数量割戻履歴　　：割戻額
      *    数値でない項目は加えない（KUBM097の管理金額と同じ扱い）。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
      *
       DATA                            DIVISION.
       WORKING-STORAGE                 SECTION.
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
       01  KYM-REC.
           COPY KUCF027.
       01  ARB-REC.
           COPY KUCF026.
       01  OPI-REC.
           COPY KUCF063.
       01  SUM-REC.
           COPY KUCF061.
       01  REG-REC.
           COPY KUCF029.
       01  TGT-REC.
           COPY KUCF078.
       01  SUS-REC.
           COPY KUCF080.
       01  LIH-REC.
           COPY KUCF112.
       01  RFR-REC.
           COPY KUCF116.
       01  BDR-REC.
           COPY KUCF122.
       01  KFR-REC.
           COPY KUCF120.
       01  STK-REC.
           COPY KUCF104.
       01  SOM-REC.
           COPY KUCF106.
       01  RBH-REC.
           COPY KUCF110.
       01  UF010-REC.
           COPY KUCF010.
      *
       LINKAGE                         SECTION.
       01  LNK-MKA-AREA.
           COPY KUCF154.
      *
       PROCEDURE                       DIVISION USING LNK-MKA-AREA.
       MAIN-RTN                        SECTION.
           PERFORM CALC-RTN.
           GOBACK.
       EXI.
           EXIT.
      ******************************************************************
      *    管理金額算出処理（マスタ識別で振り分ける）
      ******************************************************************
       CALC-RTN                        SECTION.
           MOVE ZERO TO MKA-KIN.
           MOVE "0" TO MKA-KEKKA-KBN.
           IF MKA-MST-ID = "TOKM"
             PERFORM CALC-TOKM-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "SHOM"
             PERFORM CALC-SHOM-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "KYM"
             PERFORM CALC-KYM-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "ARB"
             PERFORM CALC-ARB-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "OPI"
             PERFORM CALC-OPI-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "SUM"
             PERFORM CALC-SUM-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "REG"
             PERFORM CALC-REG-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "DUN"
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "TGT"
             PERFORM CALC-TGT-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "SUS"
             PERFORM CALC-SUS-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "LIH"
             PERFORM CALC-LIH-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "RFR"
             PERFORM CALC-RFR-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "BDR"
             PERFORM CALC-BDR-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "KFR"
             PERFORM CALC-KFR-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "FKM"
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "STK"
             PERFORM CALC-STK-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "SOM"
             PERFORM CALC-SOM-RTN
             GO TO EXI
           END-IF.
           IF MKA-MST-ID = "RBH"
             PERFORM CALC-RBH-RTN
             GO TO EXI
           END-IF.
           MOVE "1" TO MKA-KEKKA-KBN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ（残高）
      ******************************************************************
       CALC-TOKM-RTN                   SECTION.
           MOVE MKA-DATA TO TOKM-REC.
           IF TOKM-OPEN-BALANCE NUMERIC
             MOVE TOKM-OPEN-BALANCE TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品マスタ（単価）
      ******************************************************************
       CALC-SHOM-RTN                   SECTION.
           MOVE MKA-DATA TO SHOM-REC.
           IF SHOM-TANKA NUMERIC
             MOVE SHOM-TANKA TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    契約単価マスタ（契約単価）
      ******************************************************************
       CALC-KYM-RTN                    SECTION.
           MOVE MKA-DATA TO KYM-REC.
           IF KYM-TANKA NUMERIC
             MOVE KYM-TANKA TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売掛金残高（年齢別バケット合計−未充当）
      ******************************************************************
       CALC-ARB-RTN                    SECTION.
           MOVE MKA-DATA TO ARB-REC.
           IF ARB-BAL-CUR NUMERIC AND ARB-BAL-30 NUMERIC
             AND ARB-BAL-60 NUMERIC AND ARB-BAL-90 NUMERIC
             COMPUTE MKA-KIN =
               ARB-BAL-CUR + ARB-BAL-30 + ARB-BAL-60 + ARB-BAL-90
           END-IF.
           IF ARB-UNAPPLIED NUMERIC
             SUBTRACT ARB-UNAPPLIED FROM MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求（未回収額）
      ******************************************************************
       CALC-OPI-RTN                    SECTION.
           MOVE MKA-DATA TO OPI-REC.
           IF OPI-OPEN-KINGAKU NUMERIC
             MOVE OPI-OPEN-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    累計マスタ（月次累計＋年次累計）
      ******************************************************************
       CALC-SUM-RTN                    SECTION.
           MOVE MKA-DATA TO SUM-REC.
           IF SUM-MTD-KINGAKU NUMERIC
             ADD SUM-MTD-KINGAKU TO MKA-KIN
           END-IF.
           IF SUM-YTD-KINGAKU NUMERIC
             ADD SUM-YTD-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳（請求額）
      ******************************************************************
       CALC-REG-RTN                    SECTION.
           MOVE MKA-DATA TO REG-REC.
           IF REG-GROSS-KINGAKU NUMERIC
             MOVE REG-GROSS-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    売上目標マスタ（目標額）
      ******************************************************************
       CALC-TGT-RTN                    SECTION.
           MOVE MKA-DATA TO TGT-REC.
           IF TGT-KINGAKU NUMERIC
             MOVE TGT-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    サスペンス滞留（保留中の受注明細の金額）
      ******************************************************************
       CALC-SUS-RTN                    SECTION.
           MOVE MKA-DATA TO SUS-REC.
           MOVE SUS-ITF-REC TO UF010-REC.
           IF UF010-REC-DETAIL AND UF010-KINGAKU NUMERIC
             MOVE UF010-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    延滞利息計算履歴（未回収額）
      ******************************************************************
       CALC-LIH-RTN                    SECTION.
           MOVE MKA-DATA TO LIH-REC.
           IF LIH-OPEN-KINGAKU NUMERIC
             MOVE LIH-OPEN-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    未充当返金台帳（返金額）
      ******************************************************************
       CALC-RFR-RTN                    SECTION.
           MOVE MKA-DATA TO RFR-REC.
           IF RFR-KINGAKU NUMERIC
             MOVE RFR-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳（償却・回収の金額）
      ******************************************************************
       CALC-BDR-RTN                    SECTION.
           MOVE MKA-DATA TO BDR-REC.
           IF BDR-KINGAKU NUMERIC
             MOVE BDR-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    口座振替依頼台帳（依頼額）
      ******************************************************************
       CALC-KFR-RTN                    SECTION.
           MOVE MKA-DATA TO KFR-REC.
           IF KFR-KINGAKU NUMERIC
             MOVE KFR-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品在庫マスタ（在庫数量）
      ******************************************************************
       CALC-STK-RTN                    SECTION.
           MOVE MKA-DATA TO STK-REC.
           IF STK-ZAIKO-SURYO NUMERIC
             MOVE STK-ZAIKO-SURYO TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    定期受注マスタ（受注数量）
      ******************************************************************
       CALC-SOM-RTN                    SECTION.
           MOVE MKA-DATA TO SOM-REC.
           IF SOM-SURYO NUMERIC
             MOVE SOM-SURYO TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    数量割戻履歴（割戻額）
      ******************************************************************
       CALC-RBH-RTN                    SECTION.
           MOVE MKA-DATA TO RBH-REC.
           IF RBH-WARI-KINGAKU NUMERIC
             MOVE RBH-WARI-KINGAKU TO MKA-KIN
           END-IF.
       EXI.
           EXIT.
