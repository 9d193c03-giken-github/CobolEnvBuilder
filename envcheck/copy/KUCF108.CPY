      ******************************************************************
      *    コピー名　　：KUCF108
      *    内容　　　　：数量割戻段階マスタ（RBM-FILE）
      *                  レコードレイアウト
      *                  （割戻契約のある得意先ごと、またはグループ
      *                    ごとに１件。キー区分：１＝得意先（キー
      *                    コードは得意先コード）　２＝グループ（キー
      *                    コードは支払先得意先コード。支払先自身と
      *                    TOKM-PAYER-CODがそのコードの得意先の合計
      *                    純売上で段階を判定する）。同じ得意先に
      *                    得意先指定とグループ指定の両方がある場合は
      *                    得意先指定を優先する。
      *                    段階は下限金額（四半期純売上）の昇順に最大
      *                    ５段階。判定した段階の割戻率（％）を四半期
      *                    純売上の全額に適用する。未使用の段階は
      *                    下限金額・割戻率ともゼロ。KUBM080が参照）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  RBM-KEY.
               05  RBM-KEY-KBN         PIC X(01).
                   88  RBM-KEY-TOKU            VALUE "1".
                   88  RBM-KEY-GROUP           VALUE "2".
               05  RBM-KEY-COD         PIC X(04).
           03  RBM-TIER                OCCURS 5 TIMES.
               05  RBM-TIER-KINGAKU    PIC 9(11).
               05  RBM-TIER-RITSU      PIC 9(02)V99.
           03  FILLER                  PIC X(20).
