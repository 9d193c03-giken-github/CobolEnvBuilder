      *    変更内容    　：発行台帳の保存月数管理（SEIPRMの保存月数
      *    　　　　　　　　より古い請求期間のレコードは新世代へ引き
      *    　　　　　　　　継がない）とテーブル上限の拡大
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：発行台帳へ軽減税率対象額・消費税を記録
      *    　　　　　　　　（台帳レコード長１２０バイト化。赤伝の
      *    　　　　　　　　税率別内訳に使用する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：同一期間の再実行時、延滞利息請求書（台帳の
      *    　　　　　　　　請求区分２・KUBM081発行）は失効させない
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：電子請求書（適格請求書）の出力追加（帳票
      *    　　　　　　　　配付マスタで電子請求書送付の得意先に
      *    　　　　　　　　ついて、登録番号・明細・税率別内訳・支払
      *    　　　　　　　　期日を持つ電子請求書データとコントロール
      *    　　　　　　　　ファイルを作成する）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：支払期日が営業日カレンダ上の休日となる
      *    　　　　　　　　場合は翌営業日へ繰り下げる（KUBS040）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先・商品マスタの参照を共通サブ
      *    　　　　　　　　プログラムKUBS050化（税区分は受注日付
      *    　　　　　　　　時点の単価世代による）。発行台帳を索引
      *    　　　　　　　　の作業ファイルへ展開し件数上限を撤廃
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：帳票配付マスタ・合算請求の支店別
      *    　　　　　　　　集計を索引の作業ファイル（DSTWK・
      *    　　　　　　　　GRPWK）へ移して件数の上限を撤廃
      ******************************************************************
      *    パラメタファイル（SEIPRM）で指定された請求期間について、
      *    KUBM041が登録したSALES_DETAIL表を得意先コード順に読み込み、
      *    印字し、返品はKUBM040の返品セクションと同じく売上から差し
      *    引いた純額とし、消費税（税率はKUBM040と共用のFMT制御
      *    ファイル）を加えた御請求金額を印字する。請求名は得意先
      *    マスタ（共通マスタ参照KUBS050）を正とする。
      *    帳票配付マスタ（DSTM-FILE）で電子請求書送付とした得意先
      *    （合算請求は支払先）は、同じ請求書を電子請求書データ
      *    （EIV-FILE）にも出力し、件数・金額合計をコントロール
      *    ファイル（EIC-FILE）へ出力する。EIV-FILEが無い実行は
      *    紙の請求書のみとする。帳票配付マスタは得意先コードをキー
      *    とする索引の作業ファイル（DSTWK）に展開して引き当て、合算
      *    請求の支店別集計は支払先・支店をキーとする作業ファイル
      *    （GRPWK）に積み上げるため、いずれも件数に上限は無い。
      ******************************************************************
      *
       ENVIRONMENT                     DIVISION.
           SELECT FMT-FILE
             ASSIGN TO EXTERNAL FMT
               FILE STATUS IS WK-FMT-FILE-ERR.
           SELECT SEI-FILE
             ASSIGN TO EXTERNAL SEI
               FILE STATUS IS WK-SEI-FILE-ERR.
           SELECT REGN-FILE
             ASSIGN TO EXTERNAL REGNEW
               FILE STATUS IS WK-REGN-FILE-ERR.
           SELECT REGK-FILE
             ASSIGN TO EXTERNAL REGWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REGK-SEI-NO
               ALTERNATE RECORD KEY IS REGK-TOKU-COD
                 WITH DUPLICATES
               FILE STATUS IS WK-REGK-FILE-ERR.
           SELECT DBC-FILE
             ASSIGN TO EXTERNAL DBC
               FILE STATUS IS WK-DBC-FILE-ERR.
           SELECT DSTM-FILE
             ASSIGN TO EXTERNAL DSTM
               FILE STATUS IS WK-DSTM-FILE-ERR.
           SELECT DSTW-FILE
             ASSIGN TO EXTERNAL DSTWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSTW-TOKU-COD
               FILE STATUS IS WK-DSTW-FILE-ERR.
           SELECT GRPW-FILE
             ASSIGN TO EXTERNAL GRPWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRPW-KEY
               FILE STATUS IS WK-GRPW-FILE-ERR.
           SELECT EIP-FILE
             ASSIGN TO EXTERNAL EIPRM
               FILE STATUS IS WK-EIP-FILE-ERR.
           SELECT EIV-FILE
             ASSIGN TO EXTERNAL EIV
               FILE STATUS IS WK-EIV-FILE-ERR.
           SELECT EIC-FILE
             ASSIGN TO EXTERNAL EIC
               FILE STATUS IS WK-EIC-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       FD  FMT-FILE.
       01  FMT-REC.
           COPY KUCF041.
       FD  SEI-FILE.
       01  SEI-REC                     PIC X(93).
       FD  REGO-FILE.
       01  REGN-REC.
           COPY KUCF029
               REPLACING LEADING ==REG== BY ==NREG==.
       FD  REGK-FILE.
       01  REGK-REC.
           COPY KUCF029
               REPLACING LEADING ==REG== BY ==REGK==.
       FD  DBC-FILE.
       01  DBC-REC.
           COPY KUCF050.
       FD  DSTM-FILE.
       01  DSTM-REC.
           COPY KUCF024.
      *帳票配付作業ファイル（得意先ごとの電子請求書フラグ）
       FD  DSTW-FILE.
       01  DSTW-REC.
           03  DSTW-TOKU-COD           PIC X(4).
           03  DSTW-EINV-FLG           PIC X(1).
      *合算請求作業ファイル（支払先・支店ごとの純額・税率別対象額）
       FD  GRPW-FILE.
       01  GRPW-REC.
           03  GRPW-KEY.
             05  GRPW-PAYER            PIC X(4).
             05  GRPW-TOKU             PIC X(4).
           03  GRPW-NET                PIC S9(12).
           03  GRPW-HYOJUN             PIC S9(12).
           03  GRPW-KEIGEN             PIC S9(12).
       FD  EIP-FILE.
       01  EIP-REC.
           COPY KUCF123.
       FD  EIV-FILE.
       01  EIV-REC.
           COPY KUCF124.
       FD  EIC-FILE.
       01  EIC-REC.
           COPY KUCF125.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-PRM-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-FMT-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-SEI-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-DBC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-TOKU-MEI-MSTR            PIC X(20).
      *
      *支払条件・支払期日計算用
      *    締め日ゼロ・未設定は月末締め、日数ゼロ・未設定は既定の
      *    ３０日とする。支払期日＝請求期間ＴＯ日を得意先の締め日へ
      *    揃えた締め日付＋支払サイト日数（休日は翌営業日）
       01  WK-CLOSING-DAY              PIC 9(2) VALUE ZERO.
       01  WK-NET-DAYS                 PIC 9(3) VALUE ZERO.
       01  WK-DUE-DATE                 PIC 9(8) VALUE ZERO.
       01  WK-MONTH-END-DD             PIC 9(2) VALUE ZERO.
       01  WK-WORK-DATE                PIC 9(8) VALUE ZERO.
       01  WK-WORK-INT                 PIC 9(8) VALUE ZERO.
      *営業日判定連絡領域（共通営業日判定KUBS040の呼び出し用。
      *支払期日が休日の場合は翌営業日へ繰り下げる）
       01  WK-CLD-AREA.
           COPY KUCF128.
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *
      *合算請求用
      *    親（支払先）得意先コードを持つ得意先（支店）は単独請求書
      *    を出さず、支店別の純額・税率別対象額を合算請求作業ファイル
      *    へ積み上げ、終了処理で支払先ごとの合算請求書を印字する
       01  WK-PAYER-COD                PIC X(4) VALUE SPACE.
       01  WK-CONSO-FLG                PIC X VALUE "N".
       01  WK-VOID-TOKU-COD            PIC X(4) VALUE SPACE.
       01  WK-GRP-CNT                  PIC 9(10) VALUE ZERO.
       01  WK-GRP-CUR-PAYER            PIC X(4) VALUE SPACE.
       01  WK-GRPW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-GRPW-END-FLG             PIC X VALUE "Y".
      *
      *得意先マスタ検索用（共通マスタ参照KUBS050でキー検索する。
      *請求先・合算請求書の支払先・支店の宛名と支払条件に使用）
       01  WK-MSA-AREA.
           COPY KUCF144.
       01  TOKM-REC.
           COPY KUCF020.
       01  SHOM-REC.
           COPY KUCF021.
       01  WK-TOKM-SEARCH-COD          PIC X(4) VALUE SPACE.
       01  WK-TOKM-FOUND-FLG           PIC X VALUE "N".
       01  DTL-END-FLG                 PIC X VALUE "Y".
       01  DTL-CNT                     PIC 9(10) VALUE ZERO.
       01  SEI-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-TAX-RATE                 PIC 9(01)V9(04) VALUE ZERO.
       01  WK-TAX-RATE-R               PIC 9(01)V9(04) VALUE ZERO.
      *
      *商品税区分検索用（受注日付時点で適用中の単価世代の税区分を
      *KUBS050で引き当てる。マスタが無い場合は全明細を標準税率と
      *して扱う縮退運転とする）
       01  WK-SHOM-LOADED-FLG          PIC X VALUE "N".
       01  WK-ZEI-KBN-MSTR             PIC X(1) VALUE "1".
       01  WK-KIJUN-DATE-X             PIC X(8) VALUE SPACE.
      *
       01  WK-FROM-DATE                PIC 9(08) VALUE ZERO.
       01  WK-TO-DATE                  PIC 9(08) VALUE ZERO.
      *請求書発行台帳用
      *    請求書番号は旧世代台帳の最大番号＋１からの連番で採番し、
      *    同一請求期間に発行済みの旧台帳レコードは失効（状態区分
      *    ２）へ更新して引き継ぐ。旧台帳は索引の作業ファイル
      *    へ展開し、終了処理で更新後の全件を新世代台帳へ書き戻す
       01  WK-REGO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  REGO-END-FLG                PIC X VALUE "Y".
       01  WK-ISSUE-DATE               PIC 9(8) VALUE ZERO.
       01  WK-SEI-NO                   PIC 9(8) VALUE ZERO.
       01  WK-NEXT-SEI-NO              PIC 9(8) VALUE 1.
       01  WK-REGK-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-REGK-END-FLG             PIC X VALUE "Y".
      *台帳保存月数と引き継ぎ基準年月（基準年月より前の請求期間の
      *台帳レコードは新世代へ引き継がない。履歴は旧世代ＧＤＧに残る）
       01  WK-REG-HOLD-MM              PIC 9(3) VALUE 24.
           COPY KUCF029
               REPLACING LEADING ==REG== BY ==WREG==.
      *
      *電子請求書用
      *    EIV-FILEが開けた実行のみ作成する。請求書ごとに帳票配付
      *    マスタの電子請求書フラグを引き当て、対象の請求書は見出し・
      *    明細（合算請求は支店別小計）・締めの各処理で同時に出力
      *    する
       01  WK-DSTM-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-DSTW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-EIP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EIV-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-EIC-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  DSTM-END-FLG                PIC X VALUE "Y".
       01  WK-EIV-ACTIVE-FLG           PIC X VALUE "N".
       01  WK-EIV-FLG                  PIC X VALUE "N".
       01  WK-EIV-GASSAN-KBN           PIC X VALUE "0".
       01  WK-EIV-TOROKU-NO            PIC X(14) VALUE SPACE.
       01  WK-EIV-HAKKO-MEI            PIC X(40) VALUE SPACE.
       01  WK-EIV-MEISAI-CNT           PIC 9(6) VALUE ZERO.
       01  WK-EIV-ZEI-KBN              PIC X(1) VALUE SPACE.
       01  EIV-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-EIV-SEI-CNT              PIC 9(6) VALUE ZERO.
       01  WK-EIV-NET-TOTAL            PIC S9(13) VALUE ZERO.
       01  WK-EIV-ZEI-TOTAL            PIC S9(11) VALUE ZERO.
       01  WK-EIV-GROSS-TOTAL          PIC S9(13) VALUE ZERO.
       01  WK-DST-FOUND-FLG            PIC X VALUE "N".
      *
      *請求書見出し
       01  WK-SEI-TITLE.
           03  FILLER                  PIC X(20) VALUE SPACE.
      *
           PERFORM READ-PRM-RTN.
           PERFORM READ-FMT-RTN.
           PERFORM OPEN-MSTR-RTN.
      *
           PERFORM READ-DBC-RTN.
           DISPLAY "CONNECTING DATABASE ...".
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN OUTPUT SEI-FILE.
           IF WK-SEI-FILE-ERR NOT = 00
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-ISSUE-DATE.
           PERFORM LOAD-REGO-RTN.
      *
      *    合算請求の支店別集計は支店の締めの都度追加する
           OPEN OUTPUT GRPW-FILE.
           IF WK-GRPW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 ABEND NOT GRPWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE GRPW-FILE.
           OPEN I-O GRPW-FILE.
           OPEN OUTPUT REGN-FILE.
           IF WK-REGN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 ABEND NOT REGNEW-FILE"
             MOVE 15 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           PERFORM OPEN-EIV-RTN.
      *
      *    請求期間明細読み込みカーソルの定義・オープン
           EXEC SQL
       EXI.
           EXIT.
      ******************************************************************
      *    マスタ参照準備処理
      *    （共通マスタ参照KUBS050で索引マスタをオープンする。商品
      *      マスタが無い場合は全明細を標準税率として扱う縮退運転、
      *      得意先マスタが無い場合は請求名空白・既定の支払条件で
      *      発行する）
      ******************************************************************
       OPEN-MSTR-RTN                   SECTION.
           MOVE SPACE TO WK-MSA-AREA.
           MOVE ZERO TO MSA-KIJUN-DATE.
           MOVE ZERO TO MSA-SURYO.
           MOVE ZERO TO MSA-MATCH-CNT.
           MOVE ZERO TO MSA-HEN-ZAN-SURYO.
           MOVE "O" TO MSA-FUNC.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           MOVE MSA-SHOM-AVAIL-FLG TO WK-SHOM-LOADED-FLG.
           IF MSA-TOKM-AVAIL-FLG NOT = "Y"
             DISPLAY "*** KUBM044 WARNING TOKMK-FILE NOT AVAILABLE ***"
           END-IF.
           IF WK-SHOM-LOADED-FLG NOT = "Y"
             DISPLAY "*** KUBM044 WARNING SHOMK-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM044 ALL LINES TAXED AT STANDARD RATE"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    商品税区分検索処理
      *    （DB-SHOHIN-NOの商品について、受注日付時点で適用中の単価
      *      世代の税区分をKUBS050で引き当てる。マスタ未登録・マスタ
      *      無しは標準税率とする）
      ******************************************************************
       LOOKUP-ZEI-KBN-RTN              SECTION.
           MOVE "1" TO WK-ZEI-KBN-MSTR.
           IF WK-SHOM-LOADED-FLG NOT = "Y"
             GO TO EXI
           END-IF.
      *    受注日付（YYYY-MM-DD）を基準日（YYYYMMDD）へ編集する
           MOVE DB-JUCHU-DATE(1:4) TO WK-KIJUN-DATE-X(1:4).
           MOVE DB-JUCHU-DATE(6:2) TO WK-KIJUN-DATE-X(5:2).
           MOVE DB-JUCHU-DATE(9:2) TO WK-KIJUN-DATE-X(7:2).
           MOVE "S" TO MSA-FUNC.
           MOVE DB-SHOHIN-NO TO MSA-SHOHIN-NO.
           MOVE WK-KIJUN-DATE-X TO MSA-KIJUN-DATE.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-SHOM-DATA TO SHOM-REC
             IF SHOM-ZEI-KEIGEN
               MOVE "2" TO WK-ZEI-KBN-MSTR
             END-IF
           END-IF.
       EXI.
           EXIT.
       EXI.
           EXIT.
      ******************************************************************
      *    電子請求書出力準備処理
      *    （EIV-FILEが開けない実行は電子請求書を作成しない。作成
      *      する実行では登録番号が請求書の必須記載事項のため、
      *      パラメタが無い・登録番号がＴ＋１３桁でない場合はABEND
      *      とする）
      ******************************************************************
       OPEN-EIV-RTN                    SECTION.
           OPEN OUTPUT EIV-FILE.
           IF WK-EIV-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 WARNING EIV-FILE NOT AVAILABLE ***"
             DISPLAY "*** KUBM044 NO ELECTRONIC INVOICES ***"
             GO TO EXI
           END-IF.
      *
           OPEN INPUT EIP-FILE.
           IF WK-EIP-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 ABEND NOT EIPRM-FILE"
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ EIP-FILE
             AT END
               DISPLAY "*** KUBM044 ABEND EIPRM-FILE EMPTY"
               MOVE 13 TO RETURN-CODE
               CLOSE EIP-FILE
               STOP RUN
           END-READ.
           CLOSE EIP-FILE.
           IF EIP-TOROKU-T NOT = "T"
             OR EIP-TOROKU-NUM NOT NUMERIC
             DISPLAY "*** KUBM044 ABEND INVALID TOROKU-NO="
                     EIP-TOROKU-NO
             MOVE 13 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE EIP-TOROKU-NO TO WK-EIV-TOROKU-NO.
           MOVE EIP-HAKKO-MEI TO WK-EIV-HAKKO-MEI.
      *
           OPEN OUTPUT EIC-FILE.
           IF WK-EIC-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 ABEND NOT EIC-FILE"
             MOVE 17 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "Y" TO WK-EIV-ACTIVE-FLG.
           PERFORM LOAD-DSTM-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    帳票配付マスタ読み込み処理
      *    （マスタが無い場合は電子請求書の送付先無しとする）
      ******************************************************************
       LOAD-DSTM-RTN                   SECTION.
           OPEN OUTPUT DSTW-FILE.
           IF WK-DSTW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 ABEND NOT DSTWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT DSTM-FILE.
           IF WK-DSTM-FILE-ERR = 00
             MOVE "N" TO DSTM-END-FLG
             PERFORM LOAD-DSTM-READ-RTN
               UNTIL DSTM-END-FLG = "Y"
             CLOSE DSTM-FILE
           ELSE
             DISPLAY "*** KUBM044 WARNING DSTM-FILE NOT AVAILABLE ***"
           END-IF.
      *    以降はキー検索で参照する
           CLOSE DSTW-FILE.
           OPEN INPUT DSTW-FILE.
       EXI.
           EXIT.
      ******************************************************************
      *    帳票配付マスタ読み込み処理（１件分）
      ******************************************************************
       LOAD-DSTM-READ-RTN              SECTION.
           READ DSTM-FILE
             AT END
               MOVE "Y" TO DSTM-END-FLG
             NOT AT END
               MOVE DST-TOKU-COD TO DSTW-TOKU-COD
               MOVE DST-EINV-FLG TO DSTW-EINV-FLG
      *        同じ得意先が重複した場合は先のものを使う
               WRITE DSTW-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    帳票配付マスタ検索処理
      *    （DB-TOKU-CODの得意先を作業ファイルから検索する）
      ******************************************************************
       FIND-DST-RTN                    SECTION.
           MOVE "N" TO WK-DST-FOUND-FLG.
           MOVE DB-TOKU-COD TO DSTW-TOKU-COD.
           READ DSTW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-DST-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    旧世代請求書発行台帳読み込み処理
      *    （保存月数内のレコードを台帳作業ファイル（請求書番号を
      *      主キー、得意先コードを副キーとする索引ファイル）へ書き
      *      出し、全件の最大請求書番号＋１を当実行の採番開始番号と
      *      する。台帳が無い初回実行は番号１からの新規作成とする）
      ******************************************************************
       LOAD-REGO-RTN                   SECTION.
           OPEN OUTPUT REGK-FILE.
           IF WK-REGK-FILE-ERR NOT = 00
             DISPLAY "*** KUBM044 ABEND NOT REGWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN INPUT REGO-FILE.
           IF WK-REGO-FILE-ERR = 00
             MOVE "N" TO REGO-END-FLG
             DISPLAY "*** KUBM044 WARNING REGOLD NOT AVAILABLE ***"
             DISPLAY "*** KUBM044 NUMBERING STARTS AT 1 ***"
           END-IF.
      *
      *    失効更新のため、以降は更新モードで使用する
           CLOSE REGK-FILE.
           OPEN I-O REGK-FILE.
       EXI.
           EXIT.
      ******************************************************************
                 AND REG-TO-DATE(1:6) < WK-REG-CUT-YYYYMM
                 ADD 1 TO WK-REG-RETIRE-CNT
               ELSE
                 MOVE REGO-REC TO REGK-REC
                 WRITE REGK-REC
                   INVALID KEY
      *              請求書番号の重複は番号管理の破綻のため警告では
      *              なくABENDとする
                     DISPLAY "*** KUBM044 ABEND DUPLICATE SEI-NO="
                             REG-SEI-NO
                     MOVE 16 TO RETURN-CODE
                     CLOSE REGO-FILE
                     CLOSE REGK-FILE
                     STOP RUN
                 END-WRITE
               END-IF
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ突合処理
      *    （KUBS050のキー検索により請求名・支払条件をマスタの正と
      *      する）
      ******************************************************************
       LOOKUP-TOKUISAKI-RTN            SECTION.
           MOVE DB-TOKU-COD TO WK-TOKM-SEARCH-COD.
           PERFORM READ-TOKM-RTN.
      *
           IF WK-TOKM-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-TOKU-MEI-MSTR
             MOVE ZERO TO WK-CLOSING-DAY
             MOVE ZERO TO WK-NET-DAYS
             DISPLAY "*** KUBM044 WARNING TOKUISAKI NOT IN MASTER "
                     "TOKU-COD=" DB-TOKU-COD
           ELSE
             PERFORM SET-TOKM-JOKEN-RTN
           END-IF.
           PERFORM COMPUTE-DUE-DATE-RTN.
      *
      *    親（支払先）得意先コード（空白・自コードは単独請求）
           MOVE SPACE TO WK-PAYER-COD.
           MOVE "N" TO WK-CONSO-FLG.
           IF WK-TOKM-FOUND-FLG = "Y"
             AND TOKM-PAYER-COD NOT = SPACE
             AND TOKM-PAYER-COD NOT = LOW-VALUE
             AND TOKM-PAYER-COD NOT = DB-TOKU-COD
       EXI.
           EXIT.
      ******************************************************************
      *    得意先請求条件設定処理
      *    （READ-TOKM-RTNで得た得意先の請求名・支払条件を設定する。
      *      支払条件導入前のマスタは該当バイトが空白のため、数字
      *      チェックで守り、未設定は既定（月末締め・３０日）とする）
      ******************************************************************
       SET-TOKM-JOKEN-RTN              SECTION.
           MOVE TOKM-TOKU-MEI TO WK-TOKU-MEI-MSTR.
           IF TOKM-CLOSING-DAY NUMERIC
             MOVE TOKM-CLOSING-DAY TO WK-CLOSING-DAY
           ELSE
             MOVE ZERO TO WK-CLOSING-DAY
           END-IF.
           IF TOKM-NET-DAYS NUMERIC
             MOVE TOKM-NET-DAYS TO WK-NET-DAYS
           ELSE
             MOVE ZERO TO WK-NET-DAYS
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    支払期日計算処理
      *    （請求期間ＴＯ日を得意先の締め日へ揃え（締め日が月の
      *      日数を超える・ゼロの場合は月末、ＴＯ日が締め日を過ぎて
      *      いる場合は翌月の締め日）、支払サイト日数を加えた日付を
      *      支払期日とする。その日が営業日カレンダ上の休日の場合は
      *      翌営業日とする）
      ******************************************************************
       COMPUTE-DUE-DATE-RTN            SECTION.
           MOVE WK-TO-DATE(1:4) TO WK-DUE-BASE-YY.
           END-IF.
           COMPUTE WK-DUE-DATE =
             FUNCTION DATE-OF-INTEGER(WK-WORK-INT).
      *
      *    休日の場合は翌営業日へ繰り下げる
           MOVE "N" TO CLD-FUNC.
           MOVE WK-DUE-DATE TO CLD-DATE-IN.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS040" USING WK-CLD-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF NOT CLD-KEKKA-ERR
             MOVE CLD-DATE-OUT TO WK-DUE-DATE
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
             MOVE ZERO TO WK-HYOJUN-NET
             MOVE ZERO TO WK-KEIGEN-NET
             IF WK-CONSO-FLG = "N"
               MOVE "0" TO WK-EIV-GASSAN-KBN
               PERFORM WRITE-SEI-TITLE-RTN
             END-IF
           END-IF.
           PERFORM WRITE-SEI-REC-RTN.
           MOVE WK-SEI-SUBTITLE TO SEI-REC.
           PERFORM WRITE-SEI-REC-RTN.
      *
           PERFORM WRITE-EIV-HEADER-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *
      *    税率別対象額（返品差引後の純額）の積み上げ。税区分は
      *    商品マスタを正とし、マスタ未登録は標準税率として扱う
           PERFORM LOOKUP-ZEI-KBN-RTN.
           IF WK-ZEI-KBN-MSTR = "2"
             MOVE "2" TO WK-EIV-ZEI-KBN
             IF DB-DATA-KBN = "2"
               COMPUTE WK-KEIGEN-NET = WK-KEIGEN-NET - DB-KINGAKU
             ELSE
               COMPUTE WK-KEIGEN-NET = WK-KEIGEN-NET + DB-KINGAKU
             END-IF
           ELSE
             MOVE "1" TO WK-EIV-ZEI-KBN
             IF DB-DATA-KBN = "2"
               COMPUTE WK-HYOJUN-NET = WK-HYOJUN-NET - DB-KINGAKU
             ELSE
           IF WK-CONSO-FLG = "N"
             MOVE WK-SEI-MEISAI TO SEI-REC
             PERFORM WRITE-SEI-REC-RTN
             PERFORM WRITE-EIV-DETAIL-RTN
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
       WRITE-SEIKYU-GOKEI-RTN          SECTION.
      *    合算請求対象（支店）は単独の締めを出さず、支払先単位の
      *    合算請求作業ファイルへ積み上げる
           IF WK-CONSO-FLG = "Y"
             PERFORM ADD-GROUP-RTN
             GO TO EXI
           MOVE WK-SEI-GOKEI TO SEI-REC.
           PERFORM WRITE-SEI-REC-RTN.
      *
           PERFORM WRITE-EIV-TOTAL-RTN.
           PERFORM WRITE-REG-RTN.
           PERFORM MARK-VOID-RTN.
       EXI.
      *    支払先コード（単独請求は自コード）。入金消込は支払先
      *    単位で突合する
           MOVE WK-KEY-TOKUCOD TO NREG-PAYER-COD.
      *    税率別内訳（標準税率分は純額・消費税から差し引いて求める）
           MOVE WK-KEIGEN-NET TO NREG-KEIGEN-NET.
           MOVE WK-KEIGEN-ZEI TO NREG-KEIGEN-ZEI.
           WRITE REGN-REC.
           ADD 1 TO REGN-CNT.
       EXI.
      *    （同一請求期間に発行済みの当得意先の台帳レコードを失効
      *      （状態区分２）へ更新する。再実行で同じ期間を再発行した
      *      場合、どの請求書番号が生きているかを台帳が自ら示せる
      *      ようにする。台帳作業ファイルを得意先コードの副キーで
      *      位置づけ、当得意先のレコードのみを読む）
      ******************************************************************
       MARK-VOID-RTN                   SECTION.
           MOVE WK-KEY-TOKUCOD TO WK-VOID-TOKU-COD.
           MOVE WK-VOID-TOKU-COD TO REGK-TOKU-COD.
           START REGK-FILE KEY IS EQUAL TO REGK-TOKU-COD
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-REGK-END-FLG.
           PERFORM MARK-VOID-ENT-RTN
             UNTIL WK-REGK-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    旧請求書失効処理（１件分）
      ******************************************************************
       MARK-VOID-ENT-RTN               SECTION.
           READ REGK-FILE NEXT
             AT END
               MOVE "Y" TO WK-REGK-END-FLG
               GO TO EXI
           END-READ.
           IF REGK-TOKU-COD NOT = WK-VOID-TOKU-COD
             MOVE "Y" TO WK-REGK-END-FLG
             GO TO EXI
           END-IF.
           MOVE REGK-REC TO WK-REGW-REC.
           IF WREG-STATUS-ISSUED
             AND WREG-FROM-DATE = WK-FROM-DATE
             AND WREG-TO-DATE = WK-TO-DATE
             AND NOT WREG-SEI-ENTAI
             MOVE "2" TO WREG-STATUS-KBN
             MOVE WK-REGW-REC TO REGK-REC
             REWRITE REGK-REC
             ADD 1 TO WK-VOID-CNT
             DISPLAY "*** KUBM044 SEI-NO " WREG-SEI-NO
                     " SUPERSEDED BY " WK-SEI-NO
       EXI.
           EXIT.
      ******************************************************************
      *    電子請求書ヘッダ出力処理（請求書１通分）
      *    （請求先（合算請求は支払先）の電子請求書フラグで当請求書
      *      の電子請求書要否を決め、要の場合はヘッダを出力する）
      ******************************************************************
       WRITE-EIV-HEADER-RTN            SECTION.
           MOVE "N" TO WK-EIV-FLG.
           MOVE ZERO TO WK-EIV-MEISAI-CNT.
           IF WK-EIV-ACTIVE-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           PERFORM FIND-DST-RTN.
           IF WK-DST-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           IF DSTW-EINV-FLG NOT = "1"
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-EIV-FLG.
      *
           MOVE SPACE TO EIV-REC.
           MOVE "H" TO EIV-REC-KBN.
           MOVE WK-SEI-NO TO EIV-SEI-NO.
           MOVE WK-EIV-TOROKU-NO TO EIV-TOROKU-NO.
           MOVE WK-EIV-HAKKO-MEI TO EIV-HAKKO-MEI.
           MOVE DB-TOKU-COD TO EIV-TOKU-COD.
           MOVE WK-TOKU-MEI-MSTR TO EIV-TOKU-MEI.
           MOVE WK-ISSUE-DATE TO EIV-ISSUE-DATE.
           MOVE WK-FROM-DATE TO EIV-FROM-DATE.
           MOVE WK-TO-DATE TO EIV-TO-DATE.
           MOVE WK-DUE-DATE TO EIV-DUE-DATE.
           MOVE WK-EIV-GASSAN-KBN TO EIV-GASSAN-KBN.
           PERFORM WRITE-EIV-REC-RTN.
           ADD 1 TO WK-EIV-SEI-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    電子請求書明細出力処理（明細１件分）
      ******************************************************************
       WRITE-EIV-DETAIL-RTN            SECTION.
           IF WK-EIV-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE SPACE TO EIV-REC.
           MOVE "D" TO EIV-REC-KBN.
           MOVE WK-SEI-NO TO EIV-SEI-NO.
           MOVE DB-JUCHU-DATE TO EIV-JUCHU-DATE.
           MOVE DB-JUCHU-NO TO EIV-JUCHU-NO.
           MOVE DB-SHOHIN-NO TO EIV-SHOHIN-NO.
           MOVE DB-SHOHIN-MEI TO EIV-SHOHIN-MEI.
           MOVE DB-TANKA TO EIV-TANKA.
           IF DB-DATA-KBN = "2"
             COMPUTE EIV-SURYO = DB-SURYO * ( - 1 )
             COMPUTE EIV-KINGAKU = DB-KINGAKU * ( - 1 )
           ELSE
             MOVE DB-SURYO TO EIV-SURYO
             MOVE DB-KINGAKU TO EIV-KINGAKU
           END-IF.
           MOVE WK-EIV-ZEI-KBN TO EIV-ZEI-KBN.
           MOVE DB-DATA-KBN TO EIV-DATA-KBN.
           PERFORM WRITE-EIV-REC-RTN.
           ADD 1 TO WK-EIV-MEISAI-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    電子請求書締め出力処理（請求書１通分）
      *    （税率別内訳（軽減税率の対象が無い請求書は標準税率のみ）
      *      と合計を出力し、コントロールファイルの合計へ積み上げる）
      ******************************************************************
       WRITE-EIV-TOTAL-RTN             SECTION.
           IF WK-EIV-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           MOVE SPACE TO EIV-REC.
           MOVE "T" TO EIV-REC-KBN.
           MOVE WK-SEI-NO TO EIV-SEI-NO.
           MOVE "1" TO EIV-TX-ZEI-KBN.
           MOVE WK-TAX-RATE TO EIV-TX-ZEI-RITSU.
           MOVE WK-HYOJUN-NET TO EIV-TX-TAISHO-KINGAKU.
           MOVE WK-HYOJUN-ZEI TO EIV-TX-ZEI-KINGAKU.
           PERFORM WRITE-EIV-REC-RTN.
           IF WK-KEIGEN-NET NOT = ZERO OR WK-KEIGEN-ZEI NOT = ZERO
             MOVE SPACE TO EIV-REC
             MOVE "T" TO EIV-REC-KBN
             MOVE WK-SEI-NO TO EIV-SEI-NO
             MOVE "2" TO EIV-TX-ZEI-KBN
             IF WK-TAX-RATE-R NOT = ZERO
               MOVE WK-TAX-RATE-R TO EIV-TX-ZEI-RITSU
             ELSE
               MOVE WK-TAX-RATE TO EIV-TX-ZEI-RITSU
             END-IF
             MOVE WK-KEIGEN-NET TO EIV-TX-TAISHO-KINGAKU
             MOVE WK-KEIGEN-ZEI TO EIV-TX-ZEI-KINGAKU
             PERFORM WRITE-EIV-REC-RTN
           END-IF.
      *
           MOVE SPACE TO EIV-REC.
           MOVE "G" TO EIV-REC-KBN.
           MOVE WK-SEI-NO TO EIV-SEI-NO.
           COMPUTE EIV-GK-NET-KINGAKU =
             WK-URIAGE-GASAN + WK-HENPIN-GASAN + WK-CHOSEI-GASAN.
           MOVE WK-ZEI-GOKEI TO EIV-GK-ZEI-KINGAKU.
           MOVE WK-SEIKYU-GAKU TO EIV-GK-GROSS-KINGAKU.
           MOVE WK-EIV-MEISAI-CNT TO EIV-GK-MEISAI-KENSU.
           PERFORM WRITE-EIV-REC-RTN.
      *
           COMPUTE WK-EIV-NET-TOTAL =
             WK-EIV-NET-TOTAL + EIV-GK-NET-KINGAKU.
           COMPUTE WK-EIV-ZEI-TOTAL =
             WK-EIV-ZEI-TOTAL + WK-ZEI-GOKEI.
           COMPUTE WK-EIV-GROSS-TOTAL =
             WK-EIV-GROSS-TOTAL + WK-SEIKYU-GAKU.
           MOVE "N" TO WK-EIV-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（電子請求書）
      ******************************************************************
       WRITE-EIV-REC-RTN               SECTION.
           WRITE EIV-REC.
           ADD 1 TO EIV-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    電子請求書コントロール出力処理
      ******************************************************************
       WRITE-EIC-RTN                   SECTION.
           MOVE SPACE TO EIC-REC.
           MOVE WK-EIV-TOROKU-NO TO EIC-TOROKU-NO.
           MOVE WK-ISSUE-DATE TO EIC-ISSUE-DATE.
           MOVE WK-FROM-DATE TO EIC-FROM-DATE.
           MOVE WK-TO-DATE TO EIC-TO-DATE.
           MOVE WK-EIV-SEI-CNT TO EIC-SEI-KENSU.
           MOVE EIV-CNT TO EIC-REC-KENSU.
           MOVE WK-EIV-NET-TOTAL TO EIC-NET-KINGAKU.
           MOVE WK-EIV-ZEI-TOTAL TO EIC-ZEI-KINGAKU.
           MOVE WK-EIV-GROSS-TOTAL TO EIC-GROSS-KINGAKU.
           WRITE EIC-REC.
       EXI.
           EXIT.
      ******************************************************************
      *    書き込み処理（請求書）
      ******************************************************************
       WRITE-SEI-REC-RTN               SECTION.
           END-IF.
      *
      *    合算請求書（支払先単位）の出力
      *    （支払先の宛名・支払条件はKUBS050のキー検索で引き当てる）
           IF WK-GRP-CNT > ZERO
             PERFORM WRITE-GROUP-INV-RTN
           END-IF.
      *
           EXEC SQL COMMIT END-EXEC.
           PERFORM SQLCA-DISP-RTN.
      *
           CLOSE SEI-FILE.
      *
           IF WK-EIV-ACTIVE-FLG = "Y"
             CLOSE EIV-FILE
             PERFORM WRITE-EIC-RTN
             CLOSE EIC-FILE
             CLOSE DSTW-FILE
           END-IF.
      *
      *    旧世代台帳の全件（失効更新後）を新世代台帳へ引き継ぐ
           PERFORM FLUSH-REG-RTN.
           CLOSE REGK-FILE.
           CLOSE GRPW-FILE.
           CLOSE REGN-FILE.
           DISPLAY "*** KUBM044 DTL=" DTL-CNT.
           DISPLAY "*** KUBM044 TOKU=" WK-TOKU-CNT.
           DISPLAY "*** KUBM044 REGNEW=" REGN-CNT.
           DISPLAY "*** KUBM044 VOID=" WK-VOID-CNT.
           DISPLAY "*** KUBM044 REG-RETIRED=" WK-REG-RETIRE-CNT.
           DISPLAY "*** KUBM044 EIV-SEI=" WK-EIV-SEI-CNT
                   " EIV-REC=" EIV-CNT.
           DISPLAY "*** KUBM044 END ***".
       EXI.
           EXIT.
      ******************************************************************
      *    合算請求作業ファイル積み上げ処理（支店＝得意先１件分の締め）
      *    （明細は得意先コード順に読むため、支店のキーは重複しない）
      ******************************************************************
       ADD-GROUP-RTN                   SECTION.
           MOVE WK-PAYER-COD TO GRPW-PAYER.
           MOVE WK-KEY-TOKUCOD TO GRPW-TOKU.
           COMPUTE GRPW-NET = WK-URIAGE-GASAN
             + WK-HENPIN-GASAN + WK-CHOSEI-GASAN.
           MOVE WK-HYOJUN-NET TO GRPW-HYOJUN.
           MOVE WK-KEIGEN-NET TO GRPW-KEIGEN.
           WRITE GRPW-REC.
           ADD 1 TO WK-GRP-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    合算請求書出力処理（全支払先分）
      *    （合算請求作業ファイルを支払先順に読み、支払先ごとに支店別
      *      小計とグループ合計の合算請求書を印字する）
      ******************************************************************
       WRITE-GROUP-INV-RTN             SECTION.
           MOVE "Y" TO WK-GRPW-END-FLG.
           MOVE LOW-VALUE TO GRPW-KEY.
           START GRPW-FILE KEY IS NOT LESS THAN GRPW-KEY
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-GRPW-END-FLG.
           PERFORM READ-GRPW-RTN.
           PERFORM WRITE-GROUP-ONE-RTN
             UNTIL WK-GRPW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    合算請求作業ファイル読み込み処理
      ******************************************************************
       READ-GRPW-RTN                   SECTION.
           READ GRPW-FILE NEXT
             AT END
               MOVE "Y" TO WK-GRPW-END-FLG
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    合算請求書出力処理（支払先１件分）
      *    （読み込み中の支払先の支店を集めて１通の合算請求書とする。
      *      締めの処理は他のファイルだけを使うため、読み込み位置は
      *      そのまま続けられる）
      ******************************************************************
       WRITE-GROUP-ONE-RTN             SECTION.
           MOVE GRPW-PAYER TO WK-GRP-CUR-PAYER.
      *
      *    支払先の宛名・支払条件（マスタ未登録の支払先は宛名空白・
      *    既定条件で発行し、警告表示する）
           MOVE WK-GRP-CUR-PAYER TO WK-TOKM-SEARCH-COD.
           PERFORM READ-TOKM-RTN.
           IF WK-TOKM-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-TOKU-MEI-MSTR
             MOVE ZERO TO WK-CLOSING-DAY
             MOVE ZERO TO WK-NET-DAYS
             DISPLAY "*** KUBM044 WARNING PAYER NOT IN MASTER "
                     "TOKU-COD=" WK-GRP-CUR-PAYER
           ELSE
             PERFORM SET-TOKM-JOKEN-RTN
           END-IF.
           PERFORM COMPUTE-DUE-DATE-RTN.
      *
           MOVE WK-GRP-CUR-PAYER TO DB-TOKU-COD.
           MOVE "1" TO WK-EIV-GASSAN-KBN.
           PERFORM WRITE-SEI-TITLE-RTN.
           MOVE "＜合算請求書＞" TO SEI-REC.
           PERFORM WRITE-SEI-REC-RTN.
           MOVE ZERO TO WK-HYOJUN-NET.
           MOVE ZERO TO WK-KEIGEN-NET.
           PERFORM WRITE-GROUP-BRANCH-RTN
             UNTIL WK-GRPW-END-FLG = "Y"
               OR GRPW-PAYER NOT = WK-GRP-CUR-PAYER.
      *
      *    締め（税率別内訳・消費税・御請求金額・発行台帳）は単独
      *    請求書と同じ処理を支払先単位で流用する
       EXI.
           EXIT.
      ******************************************************************
      *    支店別小計行出力処理（支店１件分と次の読み込み）
      ******************************************************************
       WRITE-GROUP-BRANCH-RTN          SECTION.
           MOVE GRPW-TOKU TO WK-GRP-LINE-TOKU.
           MOVE GRPW-TOKU TO WK-TOKM-SEARCH-COD.
           PERFORM READ-TOKM-RTN.
           IF WK-TOKM-FOUND-FLG NOT = "Y"
             MOVE SPACE TO WK-GRP-LINE-MEI
           ELSE
             MOVE TOKM-TOKU-MEI TO WK-GRP-LINE-MEI
           END-IF.
           MOVE GRPW-NET TO WK-GRP-LINE-NET.
           MOVE WK-GRP-LINE TO SEI-REC.
           PERFORM WRITE-SEI-REC-RTN.
      *
      *    電子請求書は印字と同じく支店別小計を明細とする
           IF WK-EIV-FLG = "Y"
             MOVE SPACE TO EIV-REC
             MOVE "B" TO EIV-REC-KBN
             MOVE WK-SEI-NO TO EIV-SEI-NO
             MOVE WK-GRP-LINE-TOKU TO EIV-BR-TOKU-COD
             MOVE WK-GRP-LINE-MEI TO EIV-BR-TOKU-MEI
             MOVE GRPW-NET TO EIV-BR-KINGAKU
             PERFORM WRITE-EIV-REC-RTN
             ADD 1 TO WK-EIV-MEISAI-CNT
           END-IF.
      *
           COMPUTE WK-URIAGE-GASAN = WK-URIAGE-GASAN + GRPW-NET.
           COMPUTE WK-HYOJUN-NET = WK-HYOJUN-NET + GRPW-HYOJUN.
           COMPUTE WK-KEIGEN-NET = WK-KEIGEN-NET + GRPW-KEIGEN.
           PERFORM READ-GRPW-RTN.
       EXI.
           EXIT.
      ******************************************************************
      *    得意先マスタ検索処理
      *    （WK-TOKM-SEARCH-CODの得意先を共通マスタ参照KUBS050で
      *      キー検索し、TOKM-RECへ返す。未登録・マスタ無しは
      *      WK-TOKM-FOUND-FLGを"N"とする）
      ******************************************************************
       READ-TOKM-RTN                   SECTION.
           MOVE "N" TO WK-TOKM-FOUND-FLG.
           MOVE SPACE TO TOKM-REC.
           MOVE "T" TO MSA-FUNC.
           MOVE WK-TOKM-SEARCH-COD TO MSA-TOKU-COD.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS050" USING WK-MSA-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
           IF MSA-KEKKA-OK
             MOVE MSA-TOKM-DATA TO TOKM-REC
             MOVE "Y" TO WK-TOKM-FOUND-FLG
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    旧世代台帳引き継ぎ書き出し処理
      *    （失効更新後の台帳作業ファイルを請求書番号順に読み、全件
      *      を新世代台帳へ書き出す）
      ******************************************************************
       FLUSH-REG-RTN                   SECTION.
           MOVE ZERO TO REGK-SEI-NO.
           START REGK-FILE KEY IS NOT LESS THAN REGK-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-REGK-END-FLG.
           PERFORM FLUSH-REG-READ-RTN
             UNTIL WK-REGK-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    旧世代台帳引き継ぎ書き出し処理（１件分）
      ******************************************************************
       FLUSH-REG-READ-RTN              SECTION.
           READ REGK-FILE NEXT
             AT END
               MOVE "Y" TO WK-REGK-END-FLG
             NOT AT END
               MOVE REGK-REC TO REGN-REC
               WRITE REGN-REC
               ADD 1 TO REGN-CNT
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
