      ******************************************************************
      *    コピー名　　：KUCF123
      *    内容　　　　：適格請求書発行事業者パラメタ（EIPRM-FILE）
      *                  レコードレイアウト
      *                  （電子請求書に記載する当社の登録番号（Ｔ＋
      *                    法人番号１３桁）と発行事業者名。KUBM044が
      *                    電子請求書を作成する実行で必須とする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  EIP-TOROKU-NO.
               05  EIP-TOROKU-T        PIC X(01).
               05  EIP-TOROKU-NUM      PIC X(13).
           03  EIP-HAKKO-MEI           PIC X(40).
           03  FILLER                  PIC X(26).
