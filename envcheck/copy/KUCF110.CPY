      ******************************************************************
      *    コピー名　　：KUCF110
      *    内容　　　　：数量割戻履歴（RBHOLD／RBHNEW-FILE）
      *                  レコードレイアウト
      *                  （KUBM080が作成した割戻明細１件につき１件。
      *                    同じ四半期の二重計算を防ぐため、KUBM080は
      *                    対象四半期の履歴が既にある場合は処理を
      *                    行わない。税区分：１＝標準　２＝軽減。
      *                    割戻額は正の値で持ち、売上明細には負の
      *                    調整金額として出力する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  RBH-TAISHO-YYYY         PIC 9(04).
           03  RBH-TAISHO-Q            PIC 9(01).
           03  RBH-TOKU-COD            PIC X(04).
           03  RBH-EIGYO-COD           PIC X(02).
           03  RBH-ZEI-KBN             PIC X(01).
           03  RBH-BASE-KBN            PIC X(01).
           03  RBH-BASE-COD            PIC X(04).
           03  RBH-BASE-KINGAKU        PIC S9(12).
           03  RBH-NET-KINGAKU         PIC S9(12).
           03  RBH-RITSU               PIC 9(02)V99.
           03  RBH-WARI-KINGAKU        PIC 9(09).
           03  RBH-JUCHU-NO            PIC 9(04).
           03  RBH-SAKUSEI-DATE        PIC 9(08).
           03  FILLER                  PIC X(14).
