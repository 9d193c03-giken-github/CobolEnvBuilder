      ******************************************************************
      *    コピー名　　：KUCF132
      *    内容　　　　：売掛金管理指標履歴（KPHOLD／KPHNEW-FILE）
      *                  レコードレイアウト
      *                  （KUBM089が対象月の営業所別・全社の月末計数と
      *                    指標を１年月・１営業所１件で記録する。年月・
      *                    集計区分・営業所コードの昇順。同じ年月を再
      *                    実行した場合は置き換える。前月差と１２か月
      *                    推移はこの履歴から印字する。世代データ
      *                    セットとして実行ごとに新世代を作成する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  KPH-YYYYMM              PIC 9(06).
           03  KPH-SHUKEI-KBN          PIC X(01).
               88  KPH-EIGYOSHO            VALUE "1".
               88  KPH-ZENSHA              VALUE "2".
           03  KPH-EIGYO-COD           PIC X(02).
      *    繰越残高（月初）・当月請求・当月入金・月末残高と、月末
      *    残高のうち６０日・９０日超バケットの残高
           03  KPH-KURIKOSHI           PIC S9(13).
           03  KPH-SEIKYU              PIC S9(13).
           03  KPH-NYUKIN              PIC S9(13).
           03  KPH-ZANDAKA             PIC S9(13).
           03  KPH-BAL-60              PIC S9(13).
           03  KPH-BAL-90              PIC S9(13).
      *    指標（ＤＳＯは日、他は％。算出区分が空白の指標は分母が
      *    ゼロ以下のため算出していない）
           03  KPH-DSO                 PIC S9(04)V9(01).
           03  KPH-KAISHU-RITSU        PIC S9(04)V9(01).
           03  KPH-60-RITSU            PIC S9(03)V9(01).
           03  KPH-90-RITSU            PIC S9(03)V9(01).
           03  KPH-DSO-KBN             PIC X(01).
               88  KPH-DSO-ARI             VALUE "1".
           03  KPH-KAISHU-KBN          PIC X(01).
               88  KPH-KAISHU-ARI          VALUE "1".
           03  KPH-YOCHUI-FLG          PIC X(01).
               88  KPH-YOCHUI              VALUE "Y".
           03  KPH-SAKUSEI-DATE        PIC 9(08).
           03  FILLER                  PIC X(04).
