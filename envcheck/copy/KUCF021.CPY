      *    変更日/変更者 ：２０２６年０９月０２日　保守担当
      *    変更内容    　：税区分追加（予備領域を使用。１＝標準税率
      *    　　　　　　　　・２＝軽減税率。空白は標準税率として扱う）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：標準原価追加（予備領域を使用。単価と同じ
      *    　　　　　　　　適用開始日付の世代ごとに持つ。導入前の
      *    　　　　　　　　レコードは空白であり、原価未設定として
      *    　　　　　　　　扱う）
      ******************************************************************
      *
           03  SHOM-SHOHIN-NO          PIC X(05).
           03  SHOM-ZEI-KBN            PIC X(01).
               88  SHOM-ZEI-HYOJUN         VALUE "1".
               88  SHOM-ZEI-KEIGEN         VALUE "2".
           03  SHOM-GENKA              PIC 9(05)V99.
           03  FILLER                  PIC X(32).
