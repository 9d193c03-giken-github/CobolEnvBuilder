      ******************************************************************
      *    コピー名　　：KUCF106
      *    内容　　　　：定期受注マスタ（SOMOLD／SOMNEW-FILE）
      *                  レコードレイアウト
      *                  （得意先コード／商品番号をキーとし、その昇順で
      *                    保持する。１得意先・１商品につき１件。
      *                    周期区分：１＝毎週　２＝隔週　３＝毎月
      *                    周期日　：毎週・隔週は曜日（１＝月曜〜
      *                    　　　　　７＝日曜）、毎月は日（１〜３１。
      *                    　　　　　月末日を超える指定は月末日）
      *                    隔週は開始日付の週から数えて２週ごと。
      *                    終了日付ゼロは期限なし。保守はKUBM078、
      *                    最終作成日付・作成回数はKUBM079が更新する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  SOM-KEY.
               05  SOM-TOKU-COD        PIC X(04).
               05  SOM-SHOHIN-NO       PIC X(05).
           03  SOM-SURYO               PIC 9(05).
           03  SOM-EIGYO-COD           PIC X(02).
           03  SOM-CYCLE-KBN           PIC X(01).
               88  SOM-CYCLE-WEEKLY        VALUE "1".
               88  SOM-CYCLE-BIWEEKLY      VALUE "2".
               88  SOM-CYCLE-MONTHLY       VALUE "3".
           03  SOM-CYCLE-DAY           PIC 9(02).
           03  SOM-START-DATE          PIC 9(08).
           03  SOM-END-DATE            PIC 9(08).
           03  SOM-LAST-GEN-DATE       PIC 9(08).
           03  SOM-GEN-CNT             PIC 9(05).
           03  SOM-UPD-DATE            PIC 9(08).
           03  FILLER                  PIC X(24).
