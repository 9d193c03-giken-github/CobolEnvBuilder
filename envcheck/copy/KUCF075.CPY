      *                    値を変更しない。単価は右詰め数字で記入
      *                    する）
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：標準原価追加（単価と同じく右詰め数字で記入
      *    　　　　　　　　し、変更時の空白は元の値を変更しない。
      *    　　　　　　　　予備領域が不足するためレコード長を５０から
      *    　　　　　　　　５８バイトへ拡張）
      ******************************************************************
      *
           03  SMT-ACTION-KBN          PIC X(01).
           03  SMT-SHOHIN-MEI          PIC X(20).
           03  SMT-TANKA               PIC X(08).
           03  SMT-ZEI-KBN             PIC X(01).
           03  SMT-GENKA               PIC X(08).
           03  FILLER                  PIC X(07).
