      ******************************************************************
      *    コピー名　　：KUCF120
      *    内容　　　　：口座振替依頼台帳（KFROLD／KFRNEW-FILE）
      *                  レコードレイアウト
      *                  （引き落としを依頼した請求書１件につき１件。
      *                    KUBM083が依頼時に状態区分１＝依頼中で追加
      *                    し、KUBM084が銀行の結果で２＝振替済または
      *                    ３＝振替不能へ更新する。台帳にある請求書は
      *                    状態によらず再依頼しない（振替不能分は
      *                    通常の督促で回収する）。世代データセット
      *                    として実行ごとに新世代を作成する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  KFR-SEI-NO              PIC 9(08).
           03  KFR-TOKU-COD            PIC X(04).
           03  KFR-KINGAKU             PIC S9(11).
           03  KFR-FURIKAE-DATE        PIC 9(08).
           03  KFR-IRAI-DATE           PIC 9(08).
           03  KFR-STATUS-KBN          PIC X(01).
               88  KFR-STATUS-IRAI         VALUE "1".
               88  KFR-STATUS-ZUMI         VALUE "2".
               88  KFR-STATUS-FUNO         VALUE "3".
           03  KFR-KEKKA-COD           PIC X(01).
           03  KFR-KEKKA-DATE          PIC 9(08).
           03  FILLER                  PIC X(11).
