      *    変更内容    　：未回収請求書の経過日数を支払期日基準
      *    　　　　　　　　（期日超過日数）へ変更。期日前はゼロと
      *    　　　　　　　　する
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：赤伝で取り消した（消込済みの）失効請求書
      *    　　　　　　　　は取り下げ・一部入金警告の対象外とする
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：入金充当実績（RCP・KUCF101）出力追加
      *    　　　　　　　　（得意先別の入金額・充当額・過入金額を
      *    　　　　　　　　仕訳データ作成KUBM076へ渡す）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：未充当発生日の記録追加（未充当がゼロから
      *    　　　　　　　　正になった日を新残高マスタへ書き、返金処理
      *    　　　　　　　　KUBM082の滞留判定に使う）
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：償却債権の回収追加（貸倒償却済みの得意先の
      *    　　　　　　　　充当しきれない入金は、償却額のうち未回収の
      *    　　　　　　　　範囲で過入金でなく回収として貸倒台帳
      *    　　　　　　　　（BDROLD→BDRNEW・KUCF122）へ記録し、入金
      *    　　　　　　　　充当実績の償却債権回収額に書く）。貸倒償却
      *    　　　　　　　　区分を新残高マスタへ引き継ぐ
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：営業日カレンダ対応（KUBS040）。期日超過
      *    　　　　　　　　日数は支払期日が休日の場合は翌営業日から
      *    　　　　　　　　数え、年齢繰り上げの３０日ごとの境目が
      *    　　　　　　　　休日の場合は翌営業日に繰り上げる
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：未消込請求を索引の作業ファイル（OPIWK）へ
      *    　　　　　　　　展開し、請求書件数の上限を撤廃
      *    変更日/変更者 ：２０２６年１０月１５日　保守担当
      *    変更内容    　：得意先別の回収可能額を索引の
      *    　　　　　　　　作業ファイル（BDRWK）へ集計し
      *    　　　　　　　　得意先件数の上限を撤廃
      ******************************************************************
      *    売掛金残高マスタ（ARBOLD・KUCF026）・当日売上（KUBM040の
      *    CSV抽出を得意先コード順にソートしたもの・TXN）・入金
      *    マッチングで突合し、繰越残高＋当日純売上－入金の新残高
      *    マスタ（ARBNEW）を作成する。
      *    残高は当月・３０日・６０日・９０日超の年齢別バケットで
      *    持ち、前回処理日からの経過日数（３０日単位。境目が休日の
      *    場合は翌営業日）でバケットを繰り上げたうえで、入金は古い
      *    バケットから順に充当する。
      *    残高を超える入金（過入金）は未充当（ARB-UNAPPLIED）へ
      *    貸方残として持ち越し、年齢表に要確認印を付けてRETURN-CODE
      *    4で警告する。請求（売り）と回収（入金）を同一システム内で
           SELECT OPIN-FILE
             ASSIGN TO EXTERNAL OPINEW
               FILE STATUS IS WK-OPIN-FILE-ERR.
           SELECT OPIW-FILE
             ASSIGN TO EXTERNAL OPIWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPIW-SEI-NO
               ALTERNATE RECORD KEY IS OPIW-TOKU
                 WITH DUPLICATES
               FILE STATUS IS WK-OPIW-FILE-ERR.
           SELECT BDRW-FILE
             ASSIGN TO EXTERNAL BDRWK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDRW-TOKU
               FILE STATUS IS WK-BDRW-FILE-ERR.
           SELECT RCP-FILE
             ASSIGN TO EXTERNAL RCP
               FILE STATUS IS WK-RCP-FILE-ERR.
           SELECT BDRO-FILE
             ASSIGN TO EXTERNAL BDROLD
               FILE STATUS IS WK-BDRO-FILE-ERR.
           SELECT BDRN-FILE
             ASSIGN TO EXTERNAL BDRNEW
               FILE STATUS IS WK-BDRN-FILE-ERR.
      *
       DATA                            DIVISION.
       FILE                            SECTION.
       01  OPIN-REC.
           COPY KUCF063
               REPLACING LEADING ==OPI== BY ==NOPI==.
      *未消込請求作業ファイル（請求書番号を主キー、得意先コードを
      *副キーとする索引ファイル。当実行中の未消込請求を保持する）
       FD  OPIW-FILE.
       01  OPIW-REC.
           03  OPIW-SEI-NO             PIC 9(8).
           03  OPIW-TOKU               PIC X(4).
           03  OPIW-ISSUE              PIC 9(8).
           03  OPIW-GROSS              PIC S9(12).
           03  OPIW-PAID               PIC S9(12).
           03  OPIW-OPEN               PIC S9(12).
           03  OPIW-STATUS             PIC X(1).
           03  OPIW-DUE                PIC 9(8).
      *    当実行の台帳に発行済みとして存在したか（Ｎのままの
      *    消込済み・取り下げ済みは新世代へ引き継がず退役する）
           03  OPIW-REG-FLG            PIC X(1).
      *回収可能額作業ファイル（得意先別の償却額・回収額を集計する）
       FD  BDRW-FILE.
       01  BDRW-REC.
           03  BDRW-TOKU               PIC X(4).
           03  BDRW-SHOKYAKU           PIC S9(13).
           03  BDRW-KAISHU             PIC S9(13).
       FD  RCP-FILE.
       01  RCP-REC.
           COPY KUCF101.
       FD  BDRO-FILE.
       01  BDRO-REC.
           COPY KUCF122.
       FD  BDRN-FILE.
       01  BDRN-REC.
           COPY KUCF122
               REPLACING LEADING ==BDR== BY ==NBDR==.
      *
       WORKING-STORAGE                 SECTION.
       01  WK-ARBO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
      *
      *個別消込用
      *    請求書発行台帳（発行済み）と前回の未消込請求マスタを
      *    索引の作業ファイルへ展開し、PAY-REF（先頭８桁＝請求書
      *    番号）の合う入金を該当請求書へ個別に充当する。番号の
      *    無い・合わない入金は従来どおり古いバケットから充当し、
      *    年齢表の得意先行に参照なし印を付ける。台帳・マスタとも
      *    無い場合は従来のバケット年齢表のみの縮退運転とする
       01  WK-REG-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-OPIW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDRW-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  REG-END-FLG                 PIC X VALUE "Y".
       01  OPIO-END-FLG                PIC X VALUE "Y".
       01  REG-CNT                     PIC 9(10) VALUE ZERO.
       01  WK-INV-AGE-DAYS             PIC S9(8) VALUE ZERO.
       01  WK-ISSUE-INT                PIC 9(8) VALUE ZERO.
      *
      *入金充当実績（仕訳データ作成用。DDが無い実行は出力しない）
       01  WK-RCP-FILE-ERR             PIC X(2) VALUE HIGH-VALUE.
       01  WK-RCP-ACTIVE-FLG           PIC X VALUE "N".
       01  RCP-CNT                     PIC 9(10) VALUE ZERO.
      *
      *償却債権の回収用（貸倒台帳の新世代DDが無い実行は回収を
      *行わず、従来どおり過入金として持ち越す）
       01  WK-BDRO-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDRN-FILE-ERR            PIC X(2) VALUE HIGH-VALUE.
       01  WK-BDR-ACTIVE-FLG           PIC X VALUE "N".
       01  BDRO-END-FLG                PIC X VALUE "Y".
       01  BDRO-CNT                    PIC 9(10) VALUE ZERO.
       01  BDRN-CNT                    PIC 9(10) VALUE ZERO.
       01  WK-KAISHU-CNT               PIC 9(10) VALUE ZERO.
       01  WK-NEXT-BDR-NO              PIC 9(8) VALUE 1.
       01  WK-KAISHU-AMT               PIC S9(11) VALUE ZERO.
       01  WK-KASHIDAORE-KBN           PIC X(1) VALUE SPACE.
      *得意先別回収可能額テーブル（償却額の合計と回収額の合計）
       01  WK-BDR-SEARCH-TOKU          PIC X(4) VALUE SPACE.
       01  WK-BDR-FOUND-FLG            PIC X VALUE "N".
      *
       01  WK-OPI-FOUND-FLG            PIC X VALUE "N".
       01  WK-OPIW-END-FLG             PIC X VALUE "Y".
      *
       01  WK-TODAY                    PIC 9(8) VALUE ZERO.
       01  WK-TODAY-INT                PIC 9(8) VALUE ZERO.
       01  WK-LAST-INT                 PIC 9(8) VALUE ZERO.
       01  WK-SHIFT-CNT                PIC 9(1) VALUE ZERO.
       01  WK-BOUND-DAYS               PIC 9(3) VALUE ZERO.
       01  WK-BOUND-INT                PIC 9(8) VALUE ZERO.
      *営業日判定連絡領域（共通営業日判定KUBS040の呼び出し用）
       01  WK-CLD-AREA.
           COPY KUCF128.
      *RETURN-CODE退避用（サブプログラム呼び出しで上書きされるため
      *CALLの前後で退避・復元する）
       01  WK-SAVE-RETURN-CODE         PIC S9(4) VALUE ZERO.
      *
      *CSV明細行の分解用
       01  WK-TXN-TOKU-COD             PIC X(20).
       01  WK-BAL-90                   PIC S9(11) VALUE ZERO.
       01  WK-UNAPPLIED                PIC S9(11) VALUE ZERO.
       01  WK-LAST-DATE                PIC 9(8) VALUE ZERO.
      *未充当発生日（空白は発生日不明）
       01  WK-UNAP-DATE                PIC 9(8) VALUE ZERO.
       01  WK-UNAP-DATE-X REDEFINES WK-UNAP-DATE
                                       PIC X(8).
       01  WK-NET-SALES                PIC S9(11) VALUE ZERO.
       01  WK-RECEIPTS                 PIC S9(11) VALUE ZERO.
       01  WK-REMAIN                   PIC S9(11) VALUE ZERO.
             DISPLAY "*** KUBM056 WARNING NO REG/OPIOLD ***"
             DISPLAY "*** KUBM056 OPEN-ITEM MATCHING DISABLED ***"
           END-IF.
      *
           OPEN OUTPUT RCP-FILE.
           IF WK-RCP-FILE-ERR = 00
             MOVE "Y" TO WK-RCP-ACTIVE-FLG
           ELSE
             DISPLAY "*** KUBM056 WARNING RCP NOT AVAILABLE ***"
           END-IF.
      *
      *    償却債権の回収用の貸倒台帳
           PERFORM LOAD-BDR-RTN.
      *
           MOVE WK-RPT-TITLE TO RPT-REC.
           PERFORM WRITE-RPT-REC-RTN.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ読み込み処理
      *    （前回実行の請求書を未消込請求作業ファイルへ展開する。
      *      消込済み（状態２）も区分を保持したまま取り込む。台帳は
      *      発行済み請求書を全件持ち続けるため、消込済みを落とすと
      *      台帳読み込みで未回収として再登録されてしまう）
      ******************************************************************
       LOAD-OPI-RTN                    SECTION.
           OPEN OUTPUT OPIW-FILE.
           IF WK-OPIW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM056 ABEND NOT OPIWK-FILE"
             MOVE 18 TO RETURN-CODE
             STOP RUN
           END-IF.
      *
           OPEN INPUT OPIO-FILE.
           IF WK-OPIO-FILE-ERR = 00
             MOVE "N" TO OPIO-END-FLG
             CLOSE OPIO-FILE
             MOVE "Y" TO WK-OPI-ACTIVE-FLG
           END-IF.
      *
      *    台帳の取り込み・入金の消込で更新するため、以降は更新
      *    モードで使用する
           CLOSE OPIW-FILE.
           OPEN I-O OPIW-FILE.
       EXI.
           EXIT.
      ******************************************************************
               MOVE "Y" TO OPIO-END-FLG
             NOT AT END
               ADD 1 TO OPIO-CNT
               MOVE SPACE TO OPIW-REC
               MOVE OPI-SEI-NO TO OPIW-SEI-NO
               MOVE OPI-TOKU-COD TO OPIW-TOKU
               MOVE OPI-ISSUE-DATE TO OPIW-ISSUE
               MOVE OPI-GROSS-KINGAKU TO OPIW-GROSS
               MOVE OPI-PAID-KINGAKU TO OPIW-PAID
               MOVE OPI-OPEN-KINGAKU TO OPIW-OPEN
               MOVE OPI-STATUS-KBN TO OPIW-STATUS
               MOVE "N" TO OPIW-REG-FLG
               IF OPI-DUE-DATE NUMERIC
                 MOVE OPI-DUE-DATE TO OPIW-DUE
               ELSE
                 MOVE ZERO TO OPIW-DUE
               END-IF
               WRITE OPIW-REC
                 INVALID KEY
      *            同一請求書番号の重複は消込状態を取り違えるため
      *            警告ではなくABENDとする
                   DISPLAY "*** KUBM056 ABEND DUPLICATE SEI-NO="
                           OPI-SEI-NO " IN OPIOLD"
                   MOVE 16 TO RETURN-CODE
                   CLOSE OPIO-FILE
                   CLOSE OPIW-FILE
                   STOP RUN
               END-WRITE
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    請求書発行台帳読み込み処理
      *    （発行済みでまだ作業ファイルに無い請求書を未回収として
      *      取り込む。失効（再発行で置き換えられた）請求書が未入金
      *      のまま作業ファイルにある場合は取り下げる）
      ******************************************************************
       LOAD-REG-RTN                    SECTION.
           OPEN INPUT REG-FILE.
               ADD 1 TO REG-CNT
               PERFORM FIND-OPI-BY-NO-RTN
               IF REG-STATUS-ISSUED
                 IF WK-OPI-FOUND-FLG = "Y"
                   MOVE "Y" TO OPIW-REG-FLG
                   REWRITE OPIW-REC
                 ELSE
                   MOVE SPACE TO OPIW-REC
                   MOVE REG-SEI-NO TO OPIW-SEI-NO
                   MOVE REG-TOKU-COD TO OPIW-TOKU
                   MOVE REG-ISSUE-DATE TO OPIW-ISSUE
                   MOVE REG-GROSS-KINGAKU TO OPIW-GROSS
                   MOVE ZERO TO OPIW-PAID
                   MOVE REG-GROSS-KINGAKU TO OPIW-OPEN
                   MOVE "1" TO OPIW-STATUS
                   MOVE "Y" TO OPIW-REG-FLG
                   IF REG-DUE-DATE NUMERIC
                     MOVE REG-DUE-DATE TO OPIW-DUE
                   ELSE
                     MOVE ZERO TO OPIW-DUE
                   END-IF
                   WRITE OPIW-REC
                 END-IF
               ELSE
      *          赤伝で取り消した請求書はKUBM075が消込済みへ更新
      *          済みのため、未回収のまま残るものだけを対象とする
                 IF WK-OPI-FOUND-FLG = "Y"
                   AND OPIW-STATUS = "1"
                   IF OPIW-PAID = ZERO
                     MOVE "2" TO OPIW-STATUS
                     REWRITE OPIW-REC
                     DISPLAY "*** KUBM056 SEI-NO " REG-SEI-NO
                             " VOIDED - WITHDRAWN FROM OPEN ITEMS"
                   ELSE
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求検索処理（台帳レコードの請求書番号で）
      ******************************************************************
       FIND-OPI-BY-NO-RTN              SECTION.
           MOVE REG-SEI-NO TO WK-PAY-REF-NO.
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求検索処理（WK-PAY-REF-NOの請求書番号）
      *    （作業ファイルを請求書番号でキー検索し、該当があれば
      *      OPIW-RECへ読み込む）
      ******************************************************************
       FIND-OPI-RTN                    SECTION.
           MOVE "N" TO WK-OPI-FOUND-FLG.
           MOVE WK-PAY-REF-NO TO OPIW-SEI-NO.
           READ OPIW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-OPI-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
             MOVE ARB-BAL-60 TO WK-BAL-60
             MOVE ARB-BAL-90 TO WK-BAL-90
             MOVE ARB-UNAPPLIED TO WK-UNAPPLIED
             IF ARB-UNAP-DATE NUMERIC
               MOVE ARB-UNAP-DATE TO WK-UNAP-DATE
             ELSE
               MOVE SPACE TO WK-UNAP-DATE-X
             END-IF
             MOVE ARB-LAST-DATE TO WK-LAST-DATE
             MOVE ARB-KASHIDAORE-KBN TO WK-KASHIDAORE-KBN
             PERFORM READ-ARBO-RTN
             PERFORM AGE-SHIFT-RTN
           ELSE
             MOVE ZERO TO WK-BAL-60
             MOVE ZERO TO WK-BAL-90
             MOVE ZERO TO WK-UNAPPLIED
             MOVE ZERO TO WK-UNAP-DATE
             MOVE SPACE TO WK-KASHIDAORE-KBN
           END-IF.
      *
      *    当日純売上
           PERFORM COLLECT-PAY-RTN
             UNTIL WK-PAY-KEY NOT = WK-PROC-KEY.
           PERFORM APPLY-RECEIPTS-RTN.
           IF WK-RCP-ACTIVE-FLG = "Y" AND WK-RECEIPTS NOT = ZERO
             PERFORM WRITE-RCP-RTN
           END-IF.
      *
           PERFORM WRITE-ARBN-RTN.
           PERFORM WRITE-AGE-RTN.
           EXIT.
      ******************************************************************
      *    年齢繰り上げ処理
      *    （前回処理日から３０日・６０日・９０日後の境目（休日の
      *      場合は翌営業日）を当日が過ぎるごとにバケットを古い側へ
      *      繰り上げる。９０日超を上限とする）
      ******************************************************************
       AGE-SHIFT-RTN                   SECTION.
           END-IF.
           COMPUTE WK-LAST-INT =
             FUNCTION INTEGER-OF-DATE(WK-LAST-DATE).
           MOVE ZERO TO WK-SHIFT-CNT.
           PERFORM CHECK-AGE-BOUND-RTN
             VARYING WK-BOUND-DAYS FROM 30 BY 30
               UNTIL WK-BOUND-DAYS > 90.
           IF WK-SHIFT-CNT > ZERO
             PERFORM SHIFT-BUCKET-RTN WK-SHIFT-CNT TIMES
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    年齢繰り上げ処理（境目１つ分の判定）
      ******************************************************************
       CHECK-AGE-BOUND-RTN             SECTION.
           COMPUTE WK-BOUND-INT = WK-LAST-INT + WK-BOUND-DAYS.
           MOVE "N" TO CLD-FUNC.
           COMPUTE CLD-DATE-IN = FUNCTION DATE-OF-INTEGER(WK-BOUND-INT).
           PERFORM CALL-CAL-RTN.
           COMPUTE WK-BOUND-INT =
             FUNCTION INTEGER-OF-DATE(CLD-DATE-OUT).
           IF WK-BOUND-INT NOT > WK-TODAY-INT
             ADD 1 TO WK-SHIFT-CNT
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    営業日判定処理（KUBS040呼び出し）
      ******************************************************************
       CALL-CAL-RTN                    SECTION.
           MOVE RETURN-CODE TO WK-SAVE-RETURN-CODE.
           CALL "KUBS040" USING WK-CLD-AREA.
           MOVE WK-SAVE-RETURN-CODE TO RETURN-CODE.
       EXI.
           EXIT.
      ******************************************************************
      *    年齢繰り上げ処理（１段分）
      ******************************************************************
       SHIFT-BUCKET-RTN                SECTION.
           EXIT.
      ******************************************************************
      *    入金個別消込処理（入金１件分）
      *    （PAY-REFの先頭８桁を請求書番号として未消込請求作業
      *      ファイルと突合し、該当請求書へ充当する。番号が無い・数字で
      *      ない・該当請求書が無い入金は従来の古いバケット順充当
      *      のみとし、年齢表の得意先行に参照なし印を付ける）
      ******************************************************************
           END-IF.
           MOVE PAY-REF(1:8) TO WK-PAY-REF-NO.
           PERFORM FIND-OPI-RTN.
           IF WK-OPI-FOUND-FLG NOT = "Y"
             OR OPIW-TOKU NOT = PAY-TOKU-COD
             OR OPIW-STATUS NOT = "1"
             MOVE "Y" TO WK-NOREF-FLG
             ADD 1 TO WK-NOREF-PAY-CNT
             DISPLAY "*** KUBM056 WARNING PAY-REF NOT MATCHED "
           END-IF.
      *
           ADD 1 TO WK-MATCH-PAY-CNT.
           COMPUTE OPIW-PAID = OPIW-PAID + PAY-KINGAKU.
           COMPUTE OPIW-OPEN = OPIW-OPEN - PAY-KINGAKU.
           IF OPIW-OPEN NOT > ZERO
             MOVE "2" TO OPIW-STATUS
             ADD 1 TO WK-CLEARED-CNT
             DISPLAY "*** KUBM056 SEI-NO " OPIW-SEI-NO
                     " CLEARED BY PAY-REF=" PAY-REF
           END-IF.
           REWRITE OPIW-REC.
       EXI.
           EXIT.
      ******************************************************************
             END-IF
           END-IF.
      *
      *    償却済みの得意先は、充当しきれなかった入金を償却額の
      *    うち未回収の範囲で償却債権の回収とする
           MOVE ZERO TO WK-KAISHU-AMT.
           IF WK-BDR-ACTIVE-FLG = "Y" AND WK-REMAIN > ZERO
             PERFORM RECOVER-RTN
           END-IF.
      *
      *    充当しきれなかった入金（過入金）は貸方残として持ち越す
           IF WK-REMAIN NOT = ZERO
             IF WK-UNAPPLIED NOT > ZERO
               AND WK-UNAPPLIED + WK-REMAIN > ZERO
               MOVE WK-TODAY TO WK-UNAP-DATE
             END-IF
             COMPUTE WK-UNAPPLIED = WK-UNAPPLIED + WK-REMAIN
           END-IF.
       EXI.
           MOVE WK-BAL-60 TO NARB-BAL-60.
           MOVE WK-BAL-90 TO NARB-BAL-90.
           MOVE WK-UNAPPLIED TO NARB-UNAPPLIED.
           MOVE WK-KASHIDAORE-KBN TO NARB-KASHIDAORE-KBN.
           IF WK-UNAPPLIED NOT > ZERO
             MOVE ZERO TO NARB-UNAP-DATE
           ELSE
             IF WK-UNAP-DATE-X NOT = SPACE
               MOVE WK-UNAP-DATE TO NARB-UNAP-DATE
             END-IF
           END-IF.
           WRITE ARBN-REC.
           ADD 1 TO ARBN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    入金充当実績書き込み処理
      *    （バケットへ充当した額と、充当しきれず未充当へ持ち越した
      *      過入金額と、償却債権の回収とした額を分けて書き出す）
      ******************************************************************
       WRITE-RCP-RTN                   SECTION.
           MOVE SPACE TO RCP-REC.
           MOVE WK-PROC-KEY TO RCP-TOKU-COD.
           MOVE WK-TODAY TO RCP-DATE.
           MOVE WK-RECEIPTS TO RCP-NYUKIN-KINGAKU.
           COMPUTE RCP-JUTO-KINGAKU =
             WK-RECEIPTS - WK-REMAIN - WK-KAISHU-AMT.
           MOVE WK-REMAIN TO RCP-KANYU-KINGAKU.
           MOVE WK-KAISHU-AMT TO RCP-KAISHU-KINGAKU.
           WRITE RCP-REC.
           ADD 1 TO RCP-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    年齢表明細行出力処理
      *    （未充当（過入金）のある得意先には要確認印を付ける）
      ******************************************************************
      *      する）
      ******************************************************************
       WRITE-OPEN-INV-RTN              SECTION.
      *    作業ファイルを得意先コードの副キーで位置づけ、処理中
      *    得意先の請求書のみを読む
           MOVE WK-PROC-KEY TO OPIW-TOKU.
           START OPIW-FILE KEY IS EQUAL TO OPIW-TOKU
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM WRITE-INV-LINE-RTN
             UNTIL WK-OPIW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    未回収請求書明細出力処理（１件分）
      ******************************************************************
       WRITE-INV-LINE-RTN              SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
               GO TO EXI
           END-READ.
           IF OPIW-TOKU NOT = WK-PROC-KEY
             MOVE "Y" TO WK-OPIW-END-FLG
             GO TO EXI
           END-IF.
           IF OPIW-STATUS NOT = "1"
             GO TO EXI
           END-IF.
           MOVE OPIW-SEI-NO TO WK-INV-SEI-NO.
           MOVE OPIW-ISSUE TO WK-INV-ISSUE.
           MOVE OPIW-DUE TO WK-INV-DUE.
           MOVE OPIW-GROSS TO WK-INV-GROSS.
           MOVE OPIW-OPEN TO WK-INV-OPEN.
      *    経過日数は支払期日超過日数とする（期日前はゼロ。支払
      *    期日導入前の請求書＝期日ゼロは従来どおり発行日基準）。
      *    支払期日が休日の場合は翌営業日を期日として数える
           IF OPIW-DUE NOT = ZERO
             MOVE "N" TO CLD-FUNC
             MOVE OPIW-DUE TO CLD-DATE-IN
             PERFORM CALL-CAL-RTN
             COMPUTE WK-ISSUE-INT =
               FUNCTION INTEGER-OF-DATE(CLD-DATE-OUT)
             COMPUTE WK-INV-AGE-DAYS = WK-TODAY-INT - WK-ISSUE-INT
           ELSE
             IF OPIW-ISSUE NOT = ZERO
               COMPUTE WK-ISSUE-INT =
                 FUNCTION INTEGER-OF-DATE(OPIW-ISSUE)
               COMPUTE WK-INV-AGE-DAYS = WK-TODAY-INT - WK-ISSUE-INT
             ELSE
               MOVE ZERO TO WK-INV-AGE-DAYS
           END-IF.
           CLOSE ARBN-FILE.
      *
      *    未消込請求作業ファイルを区分ごと新世代マスタへ引き継ぐ
      *    （消込済み・取り下げ済みも残すことで、次回実行の台帳
      *    読み込みが未回収として再登録するのを防ぐ）
           IF WK-OPI-ACTIVE-FLG = "Y"
             PERFORM FLUSH-OPI-RTN
             CLOSE OPIN-FILE
           END-IF.
           CLOSE OPIW-FILE.
           IF WK-RCP-ACTIVE-FLG = "Y"
             CLOSE RCP-FILE
           END-IF.
           IF WK-BDR-ACTIVE-FLG = "Y"
             CLOSE BDRN-FILE
             CLOSE BDRW-FILE
           END-IF.
           CLOSE RPT-FILE.
           DISPLAY "*** KUBM056 ARBOLD=" ARBO-CNT.
           DISPLAY "*** KUBM056 TXN=" TXN-CNT.
           DISPLAY "*** KUBM056 PAY=" PAY-CNT.
           DISPLAY "*** KUBM056 ARBNEW=" ARBN-CNT.
           DISPLAY "*** KUBM056 KAKUNIN=" WK-KAKUNIN-CNT.
           IF WK-RCP-ACTIVE-FLG = "Y"
             DISPLAY "*** KUBM056 RCP=" RCP-CNT
           END-IF.
           IF WK-BDR-ACTIVE-FLG = "Y"
             DISPLAY "*** KUBM056 BDROLD=" BDRO-CNT
             DISPLAY "*** KUBM056 BDRNEW=" BDRN-CNT
             DISPLAY "*** KUBM056 RECOVERED=" WK-KAISHU-CNT
           END-IF.
           IF WK-OPI-ACTIVE-FLG = "Y"
             DISPLAY "*** KUBM056 REG=" REG-CNT
             DISPLAY "*** KUBM056 OPIOLD=" OPIO-CNT
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ書き出し処理
      *    （作業ファイルを請求書番号順に読み、新世代マスタへ書き
      *      出す）
      ******************************************************************
       FLUSH-OPI-RTN                   SECTION.
           MOVE ZERO TO OPIW-SEI-NO.
           START OPIW-FILE KEY IS NOT LESS THAN OPIW-SEI-NO
             INVALID KEY
               GO TO EXI
           END-START.
           MOVE "N" TO WK-OPIW-END-FLG.
           PERFORM FLUSH-OPI-READ-RTN
             UNTIL WK-OPIW-END-FLG = "Y".
       EXI.
           EXIT.
      ******************************************************************
      *    未消込請求マスタ書き出し処理（１件分）
      ******************************************************************
       FLUSH-OPI-READ-RTN              SECTION.
           READ OPIW-FILE NEXT
             AT END
               MOVE "Y" TO WK-OPIW-END-FLG
               GO TO EXI
           END-READ.
      *    消込済み・取り下げ済みで、当実行の台帳にもう発行済みと
      *    して存在しない請求書は役目を終えたので退役させる（台帳・
      *    旧世代マスタに履歴は残る。台帳が読めなかった実行では
      *    判断材料が無いため退役しない）
           IF OPIW-STATUS NOT = "1"
             AND WK-REG-LOADED-FLG = "Y"
             AND OPIW-REG-FLG NOT = "Y"
             ADD 1 TO WK-OPI-RETIRE-CNT
             GO TO EXI
           END-IF.
           MOVE SPACE TO OPIN-REC.
           MOVE OPIW-SEI-NO TO NOPI-SEI-NO.
           MOVE OPIW-TOKU TO NOPI-TOKU-COD.
           MOVE OPIW-ISSUE TO NOPI-ISSUE-DATE.
           MOVE OPIW-GROSS TO NOPI-GROSS-KINGAKU.
           MOVE OPIW-PAID TO NOPI-PAID-KINGAKU.
           MOVE OPIW-OPEN TO NOPI-OPEN-KINGAKU.
           MOVE OPIW-STATUS TO NOPI-STATUS-KBN.
           MOVE OPIW-DUE TO NOPI-DUE-DATE.
           WRITE OPIN-REC.
           ADD 1 TO OPIN-CNT.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳読み込み処理
      *    （新世代を作成できる場合のみ回収を行う。旧世代の全件を
      *      新世代へ写し、得意先別に償却額・回収額を作業ファイル
      *      （BDRWK）へ集計して台帳番号の最大値を得る。旧世代の
      *      無い初回は台帳番号１から採番する）
      ******************************************************************
       LOAD-BDR-RTN                    SECTION.
           OPEN OUTPUT BDRN-FILE.
           IF WK-BDRN-FILE-ERR NOT = 00
             DISPLAY "*** KUBM056 WARNING BDRNEW NOT AVAILABLE ***"
             DISPLAY "*** KUBM056 BAD-DEBT RECOVERY DISABLED ***"
             GO TO EXI
           END-IF.
           MOVE "Y" TO WK-BDR-ACTIVE-FLG.
           OPEN OUTPUT BDRW-FILE.
           IF WK-BDRW-FILE-ERR NOT = 00
             DISPLAY "*** KUBM056 ABEND NOT BDRWK-FILE"
             MOVE 19 TO RETURN-CODE
             CLOSE BDRN-FILE
             STOP RUN
           END-IF.
      *    空で作成してから更新モードで開き直す（旧世代が無い場合も
      *    回収処理の検索ができるようにする）
           CLOSE BDRW-FILE.
           OPEN I-O BDRW-FILE.
           OPEN INPUT BDRO-FILE.
           IF WK-BDRO-FILE-ERR = 00
             MOVE "N" TO BDRO-END-FLG
             PERFORM LOAD-BDRO-READ-RTN
               UNTIL BDRO-END-FLG = "Y"
             CLOSE BDRO-FILE
           ELSE
             DISPLAY "*** KUBM056 WARNING BDROLD NOT AVAILABLE ***"
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    貸倒台帳読み込み処理（１件分）
      ******************************************************************
       LOAD-BDRO-READ-RTN              SECTION.
           READ BDRO-FILE
             AT END
               MOVE "Y" TO BDRO-END-FLG
             NOT AT END
               ADD 1 TO BDRO-CNT
               MOVE BDRO-REC TO BDRN-REC
               WRITE BDRN-REC
               ADD 1 TO BDRN-CNT
               IF BDR-NO NUMERIC
                 AND BDR-NO NOT < WK-NEXT-BDR-NO
                 COMPUTE WK-NEXT-BDR-NO = BDR-NO + 1
               END-IF
               PERFORM ADD-BDR-RTN
           END-READ.
       EXI.
           EXIT.
      ******************************************************************
      *    回収可能額集計処理（貸倒台帳１件分を得意先別に加える）
      ******************************************************************
       ADD-BDR-RTN                     SECTION.
           MOVE BDR-TOKU-COD TO WK-BDR-SEARCH-TOKU.
           PERFORM FIND-BDR-RTN.
           IF WK-BDR-FOUND-FLG NOT = "Y"
             MOVE BDR-TOKU-COD TO BDRW-TOKU
             MOVE ZERO TO BDRW-SHOKYAKU
             MOVE ZERO TO BDRW-KAISHU
           END-IF.
           IF BDR-KBN-SHOKYAKU
             COMPUTE BDRW-SHOKYAKU = BDRW-SHOKYAKU + BDR-KINGAKU
           END-IF.
           IF BDR-KBN-KAISHU
             COMPUTE BDRW-KAISHU = BDRW-KAISHU + BDR-KINGAKU
           END-IF.
           IF WK-BDR-FOUND-FLG = "Y"
             REWRITE BDRW-REC
           ELSE
             WRITE BDRW-REC
           END-IF.
       EXI.
           EXIT.
      ******************************************************************
      *    回収可能額検索処理（WK-BDR-SEARCH-TOKUの得意先）
      ******************************************************************
       FIND-BDR-RTN                    SECTION.
           MOVE "N" TO WK-BDR-FOUND-FLG.
           MOVE WK-BDR-SEARCH-TOKU TO BDRW-TOKU.
           READ BDRW-FILE
             INVALID KEY
               GO TO EXI
           END-READ.
           MOVE "Y" TO WK-BDR-FOUND-FLG.
       EXI.
           EXIT.
      ******************************************************************
      *    償却債権回収処理（処理中得意先分）
      *    （充当しきれなかった入金のうち、償却額から回収済み額を
      *      差し引いた範囲を回収とし、貸倒台帳へ区分２＝回収で
      *      記録する。残りは過入金として未充当へ持ち越す）
      ******************************************************************
       RECOVER-RTN                     SECTION.
           MOVE WK-PROC-KEY TO WK-BDR-SEARCH-TOKU.
           PERFORM FIND-BDR-RTN.
           IF WK-BDR-FOUND-FLG NOT = "Y"
             GO TO EXI
           END-IF.
           COMPUTE WK-KAISHU-AMT = BDRW-SHOKYAKU - BDRW-KAISHU.
           IF WK-KAISHU-AMT NOT > ZERO
             MOVE ZERO TO WK-KAISHU-AMT
             GO TO EXI
           END-IF.
           IF WK-KAISHU-AMT > WK-REMAIN
             MOVE WK-REMAIN TO WK-KAISHU-AMT
           END-IF.
           COMPUTE WK-REMAIN = WK-REMAIN - WK-KAISHU-AMT.
           COMPUTE BDRW-KAISHU = BDRW-KAISHU + WK-KAISHU-AMT.
           REWRITE BDRW-REC.
      *
           MOVE SPACE TO BDRN-REC.
           MOVE WK-NEXT-BDR-NO TO NBDR-NO.
           ADD 1 TO WK-NEXT-BDR-NO.
           MOVE WK-PROC-KEY TO NBDR-TOKU-COD.
           MOVE ZERO TO NBDR-SEI-NO.
           MOVE "2" TO NBDR-KBN.
           MOVE WK-KAISHU-AMT TO NBDR-KINGAKU.
           MOVE WK-TODAY TO NBDR-SHORI-DATE.
           MOVE ZERO TO NBDR-SHONIN-DATE.
           MOVE "償却債権取立" TO NBDR-RIYU.
           WRITE BDRN-REC.
           ADD 1 TO BDRN-CNT.
           ADD 1 TO WK-KAISHU-CNT.
           DISPLAY "*** KUBM056 BAD-DEBT RECOVERED TOKU-COD="
                   WK-PROC-KEY " AMOUNT=" WK-KAISHU-AMT.
       EXI.
           EXIT.
