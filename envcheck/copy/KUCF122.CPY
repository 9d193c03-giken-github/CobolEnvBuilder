      ******************************************************************
      *    コピー名　　：KUCF122
      *    内容　　　　：貸倒台帳（BDR-FILE）レコードレイアウト
      *                  （KUBM085が貸倒償却１件につき区分１＝償却で、
      *                    KUBM056が償却済み得意先からの入金を回収と
      *                    した場合に区分２＝回収で書き出す。台帳番号
      *                    は全実行を通じた連番であり、旧世代台帳の
      *                    最大番号＋１から採番する。回収の承認者・
      *                    承認日・請求書番号は空白・ゼロとする。
      *                    世代データセットとして実行ごとに新世代を
      *                    作成し、仕訳データ作成KUBM076が処理日の
      *                    償却を仕訳する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  BDR-NO                  PIC 9(08).
           03  BDR-TOKU-COD            PIC X(04).
           03  BDR-SEI-NO              PIC 9(08).
           03  BDR-KBN                 PIC X(01).
               88  BDR-KBN-SHOKYAKU        VALUE "1".
               88  BDR-KBN-KAISHU          VALUE "2".
           03  BDR-KINGAKU             PIC S9(11).
           03  BDR-SHORI-DATE          PIC 9(08).
           03  BDR-SHONIN-SHA          PIC X(08).
           03  BDR-SHONIN-DATE         PIC 9(08).
           03  BDR-RIYU                PIC X(30).
           03  FILLER                  PIC X(14).
