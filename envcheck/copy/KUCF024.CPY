      *                  （得意先ごとの配付要否。明細リストの個別
      *                    ページ切り出しとＣＳＶデータ提供の要否を
      *                    フラグ（１＝要）で持つ。KUBM053が参照
      *                    する。電子請求書の要否はKUBM044が参照する）
      *    作成日/作成者 ：２０２６年０８月２２日　保守担当
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：電子請求書フラグ追加（予備領域を使用。
      *    　　　　　　　　１＝請求書を電子データでも送付する）
      ******************************************************************
      *
           03  DST-TOKU-COD            PIC X(04).
               88  DST-RPT-WANTED          VALUE "1".
           03  DST-CSV-FLG             PIC X(01).
               88  DST-CSV-WANTED          VALUE "1".
           03  DST-EINV-FLG            PIC X(01).
               88  DST-EINV-WANTED         VALUE "1".
           03  FILLER                  PIC X(23).
