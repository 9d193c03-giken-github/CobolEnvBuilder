      ******************************************************************
      *    コピー名　　：KUCF128
      *    内容　　　　：営業日カレンダ参照連絡領域
      *                  （共通サブプログラムKUBS040の呼び出し元と
      *                    受け渡す。機能区分
      *                    Ｋ＝営業日判定（CLD-DATE-INが営業日なら
      *                        CLD-EIGYO-FLGにＹ）
      *                    Ｎ＝翌営業日（CLD-DATE-IN当日以降で最初の
      *                        営業日をCLD-DATE-OUTへ）
      *                    Ｄ＝営業日数（CLD-DATE-INの翌日から
      *                        CLD-DATE-TOまでの営業日数をCLD-DAYSへ）
      *                    結果区分０＝カレンダで判定、１＝カレンダの
      *                    範囲外または未作成のため土日のみ休日として
      *                    判定、９＝日付不正（結果は入力のまま））
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  CLD-FUNC                PIC X(01).
               88  CLD-FUNC-CHECK          VALUE "K".
               88  CLD-FUNC-NEXT           VALUE "N".
               88  CLD-FUNC-DAYS           VALUE "D".
           03  CLD-DATE-IN             PIC 9(08).
           03  CLD-DATE-TO             PIC 9(08).
           03  CLD-DATE-OUT            PIC 9(08).
           03  CLD-DAYS                PIC S9(07).
           03  CLD-EIGYO-FLG           PIC X(01).
           03  CLD-KEKKA-KBN           PIC X(01).
               88  CLD-KEKKA-CAL           VALUE "0".
               88  CLD-KEKKA-YOBI          VALUE "1".
               88  CLD-KEKKA-ERR           VALUE "9".
           03  FILLER                  PIC X(06).
