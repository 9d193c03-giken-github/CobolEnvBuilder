      ******************************************************************
      *    コピー名　　：KUCF139
      *    内容　　　　：異常受注チェックパラメタ（UOPRM-FILE）
      *                  レコードレイアウト
      *                  （ゼロ・空白の項目は既定値とする。KUBM095が
      *                    参照する）
      *                  　倍率　　　：数量・金額が得意先・商品の
      *                    過去平均のこの倍率を超えたら警告（既定
      *                    ３．０倍）
      *                  　最低件数　：倍率判定に必要な過去の売上
      *                    明細件数（既定３件。未満は判定しない）
      *                  　高額単価　：初回購入の警告とする単価
      *                    （既定１０，０００．００円以上）
      *                  　日数　　　：受注日付と実行日の差がこの
      *                    日数を超えたら警告（既定３０日）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  UOP-BAIRITSU            PIC 9(02)V9.
           03  UOP-MIN-KENSU           PIC 9(03).
           03  UOP-KOGAKU-TANKA        PIC 9(05)V99.
           03  UOP-NISSU               PIC 9(03).
           03  FILLER                  PIC X(24).
