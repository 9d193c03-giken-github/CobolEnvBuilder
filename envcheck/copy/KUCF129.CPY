      ******************************************************************
      *    コピー名　　：KUCF129
      *    内容　　　　：実行日営業日チェックパラメタ（CKPRM-FILE）
      *                  レコードレイアウト
      *                  （KUBM087が参照する。強制実行区分１の場合は
      *                    休日・カレンダ未作成でも実行を認める。
      *                    実行日ゼロ・空白はシステム日付とする）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  CKP-KYOSEI-KBN          PIC X(01).
               88  CKP-KYOSEI              VALUE "1".
           03  CKP-RUN-DATE            PIC 9(08).
           03  CKP-RIYU                PIC X(30).
           03  FILLER                  PIC X(01).
