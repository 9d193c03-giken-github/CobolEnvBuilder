      ******************************************************************
      *    コピー名　　：KUCF101
      *    内容　　　　：入金充当実績（RCP-FILE）レコードレイアウト
      *                  （KUBM056が入金のあった得意先１件につき１件
      *                    書き出す。入金額は当日入金の合計、充当額は
      *                    売掛金バケットへ充当した額、過入金額は充当
      *                    しきれず未充当（ARB-UNAPPLIED）へ持ち越した
      *                    額で、入金額＝充当額＋過入金額となる。金額
      *                    は符号付きとし、入金取消はマイナスで表す。
      *                    仕訳データ作成KUBM076が入金仕訳に使用する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：償却債権回収額追加（貸倒償却済みの得意先の
      *    　　　　　　　　入金のうち、充当後の残りを償却額の範囲で
      *    　　　　　　　　回収として扱った額。入金額＝充当額＋過入金
      *    　　　　　　　　額＋償却債権回収額となる）
      ******************************************************************
      *
           03  RCP-TOKU-COD            PIC X(04).
           03  RCP-DATE                PIC 9(08).
           03  RCP-NYUKIN-KINGAKU      PIC S9(11).
           03  RCP-JUTO-KINGAKU        PIC S9(11).
           03  RCP-KANYU-KINGAKU       PIC S9(11).
           03  RCP-KAISHU-KINGAKU      PIC S9(11).
           03  FILLER                  PIC X(04).
