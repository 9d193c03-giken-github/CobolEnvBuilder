      ******************************************************************
      *    コピー名　　：KUCF107
      *    内容　　　　：定期受注マスタ保守トランザクション
      *                  （SOT-FILE）レコードレイアウト
      *                  （区分：１＝追加　２＝変更　３＝削除。
      *                    得意先コード／商品番号の昇順・１キー１件で
      *                    作成する。数値項目は前ゼロの右詰め数字で
      *                    記入する。変更時、空白の項目は元の値を変更
      *                    しない。終了日付を取り消す（期限なしに戻す）
      *                    場合は００００００００を記入する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  SOT-ACTION-KBN          PIC X(01).
               88  SOT-ACTION-ADD          VALUE "1".
               88  SOT-ACTION-CHANGE       VALUE "2".
               88  SOT-ACTION-DELETE       VALUE "3".
           03  SOT-KEY.
               05  SOT-TOKU-COD        PIC X(04).
               05  SOT-SHOHIN-NO       PIC X(05).
           03  SOT-SURYO               PIC X(05).
           03  SOT-EIGYO-COD           PIC X(02).
           03  SOT-CYCLE-KBN           PIC X(01).
           03  SOT-CYCLE-DAY           PIC X(02).
           03  SOT-START-DATE          PIC X(08).
           03  SOT-END-DATE            PIC X(08).
           03  FILLER                  PIC X(24).
