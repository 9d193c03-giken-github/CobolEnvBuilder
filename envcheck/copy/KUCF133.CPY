      ******************************************************************
      *    コピー名　　：KUCF133
      *    内容　　　　：得意先納入先マスタ（NSM-FILE）レコード
      *                  レイアウト
      *                  （得意先コード順。得意先ごとに納品先の宛名・
      *                    郵便番号・住所・電話番号を１件持つ。得意先
      *                    マスタ（KUCF020）の従属マスタであり、
      *                    KUBM090が納品書の宛先として参照する。宛名
      *                    が空白の場合は得意先マスタの得意先名を
      *                    宛名とする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  NSM-TOKU-COD            PIC X(04).
           03  NSM-NOHIN-MEI           PIC X(40).
           03  NSM-YUBIN-NO            PIC X(08).
           03  NSM-JUSHO-1             PIC X(60).
           03  NSM-JUSHO-2             PIC X(60).
           03  NSM-TEL-NO              PIC X(15).
           03  NSM-UPD-DATE            PIC 9(08).
           03  FILLER                  PIC X(05).
