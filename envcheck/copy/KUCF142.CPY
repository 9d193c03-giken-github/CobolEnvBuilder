      ******************************************************************
      *    コピー名　　：KUCF142
      *    内容　　　　：得意先コード統合・変更トランザクション
      *                  （MGT-FILE）レコードレイアウト
      *                  （区分：１＝統合（旧コードを既存の新コード
      *                    へ統合する）　２＝変更（旧コードを未使用
      *                    の新コードへ付け替える）。旧コード１件に
      *                    つき１件作成する。承認者の無いものは受け
      *                    付けない。KUBM097が参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  MGT-KBN                 PIC X(01).
               88  MGT-KBN-TOGO            VALUE "1".
               88  MGT-KBN-HENKO           VALUE "2".
           03  MGT-OLD-COD             PIC X(04).
           03  MGT-NEW-COD             PIC X(04).
           03  MGT-SHONIN-SHA          PIC X(08).
           03  MGT-SHONIN-DATE         PIC 9(08).
           03  MGT-RIYU                PIC X(20).
           03  FILLER                  PIC X(35).
