      *    変更内容    　：支払先得意先コード追加（予備領域を使用。
      *    　　　　　　　　合算請求はREG-TOKU-CODにも支払先を持つ。
      *    　　　　　　　　入金消込は支払先単位で突合する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：軽減税率対象額・消費税追加（レコード長
      *    　　　　　　　　１２０バイト化。赤伝の税率別内訳に使用。
      *    　　　　　　　　標準税率分は純額・消費税からの差引とし、
      *    　　　　　　　　追加項目が数字でない旧レコードは全額を
      *    　　　　　　　　標準税率として扱う）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：請求区分追加（予備領域を使用。空白・１は
      *    　　　　　　　　通常の請求、２はKUBM081の延滞利息請求。
      *    　　　　　　　　延滞利息請求は同一期間の再発行による失効
      *    　　　　　　　　の対象外とする）
      ******************************************************************
      *
           03  REG-SEI-NO              PIC 9(08).
               88  REG-STATUS-VOID         VALUE "2".
           03  REG-DUE-DATE            PIC 9(08).
           03  REG-PAYER-COD           PIC X(04).
           03  REG-SEI-KBN             PIC X(01).
               88  REG-SEI-NORMAL          VALUE " " "1".
               88  REG-SEI-ENTAI           VALUE "2".
           03  FILLER                  PIC X(07).
           03  REG-KEIGEN-NET          PIC S9(12).
           03  REG-KEIGEN-ZEI          PIC S9(09).
           03  FILLER                  PIC X(09).
