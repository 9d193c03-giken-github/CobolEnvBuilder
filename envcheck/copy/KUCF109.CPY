      ******************************************************************
      *    コピー名　　：KUCF109
      *    内容　　　　：数量割戻計算パラメタ（RBPRM-FILE）
      *                  レコードレイアウト
      *                  （対象年・四半期（ゼロは実行日の前四半期。
      *                    四半期は１＝１〜３月、２＝４〜６月、
      *                    ３＝７〜９月、４＝１０〜１２月）と、割戻
      *                    明細に使う割戻用商品番号（標準税率用・軽減
      *                    税率用。いずれも商品マスタに登録し、税区分
      *                    をそれぞれ１・２とすること）。KUBM080が
      *                    参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  RBP-TAISHO-YYYY         PIC 9(04).
           03  RBP-TAISHO-Q            PIC 9(01).
           03  RBP-SHOHIN-HYOJUN       PIC X(05).
           03  RBP-SHOHIN-KEIGEN       PIC X(05).
           03  FILLER                  PIC X(15).
