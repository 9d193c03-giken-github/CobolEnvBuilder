      ******************************************************************
      *    コピー名　　：KUCF146
      *    内容　　　　：索引返品承認マスタ（HENMK-FILE）レコード
      *                  レイアウト
      *                  （返品承認マスタ（KUCF074）の各レコードの前
      *                    に得意先コード／受注番号／商品番号／連番の
      *                    キーを付けた索引編成の複写。同じ組合せの
      *                    承認枠が複数ある場合は読み込み順に連番を
      *                    振って全件を保持する。KUBM101が順編成の
      *                    返品承認マスタから作成し、KUBS050が参照
      *                    する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  HNK-KEY.
             05  HNK-TOKU-COD          PIC X(04).
             05  HNK-JUCHU-NO          PIC X(04).
             05  HNK-SHOHIN-NO         PIC X(05).
             05  HNK-SEQ               PIC 9(03).
           03  HNK-HENM-DATA           PIC X(40).
