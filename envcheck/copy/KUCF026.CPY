      *                    ARB-UNAPPLIEDに貸方残として持ち越す。
      *                    KUBM056が日次で更新する）
      *    作成日/作成者 ：２０２６年０８月２２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：未充当発生日追加（未充当がゼロから正に
      *    　　　　　　　　なった日。ゼロに戻るとゼロ。空白は発生日
      *    　　　　　　　　不明（本項目追加前からの未充当）とする）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：貸倒償却区分追加（KUBM085で貸倒償却した
      *    　　　　　　　　得意先を１とし、督促の対象から外す）
      ******************************************************************
      *
           03  ARB-TOKU-COD            PIC X(04).
           03  ARB-BAL-60              PIC S9(11).
           03  ARB-BAL-90              PIC S9(11).
           03  ARB-UNAPPLIED           PIC S9(11).
           03  ARB-UNAP-DATE           PIC 9(08).
           03  ARB-KASHIDAORE-KBN      PIC X(01).
               88  ARB-KASHIDAORE-ZUMI     VALUE "1".
           03  FILLER                  PIC X(04).
