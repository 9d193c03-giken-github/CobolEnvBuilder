      *                  レコードレイアウト
      *                  （督促の対象とする６０日超残高の下限金額
      *                    （ゼロは全件対象）、同一得意先への再督促
      *                    を抑止する営業日数（未設定・ゼロは５営業
      *                    日）、
      *                    および督促段階別の文面。文面が空白の場合
      *                    はプログラム内の既定文面を使用する。
      *                    KUBM061が参照する）
      *    作成日/作成者 ：２０２６年０９月０２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：再督促抑止日数を営業日数とする（営業日
      *    　　　　　　　　カレンダで数える。既定は５営業日）
      ******************************************************************
      *
           03  DUN-MIN-KINGAKU         PIC 9(09).
