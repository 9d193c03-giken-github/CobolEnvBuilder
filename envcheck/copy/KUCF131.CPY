      ******************************************************************
      *    コピー名　　：KUCF131
      *    内容　　　　：売掛金管理指標表パラメタ（KPIPRM-FILE）
      *                  レコードレイアウト
      *                  （対象年月（ゼロは実行日の年月）と、営業所に
      *                    要注意印を付けるしきい値。ＤＳＯ（日）が
      *                    上限超、回収率（％）が下限未満、６０日・
      *                    ９０日超バケットの残高構成比（％）が上限
      *                    超の場合に印を付ける。ゼロ・空白のしきい値
      *                    はＤＳＯ６０日・回収率８０％・６０日２０％・
      *                    ９０日超１０％とする。KUBM089が参照する）
      *    作成日/作成者 ：２０２６年１０月１５日　保守担当
      *    変更日/変更者 ：
      *    変更内容    　：
      ******************************************************************
      *
           03  KPP-TAISHO-YYYYMM       PIC 9(06).
           03  KPP-DSO-MAX             PIC 9(03).
           03  KPP-KAISHU-MIN          PIC 9(03).
           03  KPP-60-MAX              PIC 9(03).
           03  KPP-90-MAX              PIC 9(03).
           03  FILLER                  PIC X(12).
