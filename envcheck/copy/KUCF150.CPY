      ******************************************************************
      *    コピー名　　：KUCF150
      *    内容　　　　：アクセスログリストパラメタ（ACLPRM-FILE）
      *                  レコードレイアウト
      *                  （ゼロ・空白の項目は既定値とする。KUBM102が
      *                    参照する）
      *                  　対象日　：リストするアクセスログの日付
      *                    （既定はアクセスログ中の最新日付）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  ACP-TAISHO-DATE         PIC 9(08).
           03  FILLER                  PIC X(32).
