      ******************************************************************
      *    コピー名　　：KUCF127
      *    内容　　　　：営業日カレンダ保守トランザクション
      *                  （CLT-FILE）レコードレイアウト
      *                  （取引区分１＝年間作成：CLT-DATEの年の全日を
      *                    作成し直す（土日は休日、土曜営業区分１の
      *                    場合は土曜を営業日とする）。
      *                    ２＝休日登録：CLT-DATEを休日名付きで休日
      *                    とする。３＝営業日登録：CLT-DATEを営業日
      *                    とする。ファイル上の順に適用する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  CLT-TORI-KBN            PIC X(01).
               88  CLT-NENKAN              VALUE "1".
               88  CLT-KYUJITSU            VALUE "2".
               88  CLT-EIGYO               VALUE "3".
           03  CLT-DATE.
               05  CLT-DATE-YY         PIC 9(04).
               05  CLT-DATE-MMDD       PIC 9(04).
           03  CLT-DOYO-KBN            PIC X(01).
               88  CLT-DOYO-EIGYO          VALUE "1".
           03  CLT-KYUJITSU-MEI        PIC X(20).
           03  FILLER                  PIC X(10).
