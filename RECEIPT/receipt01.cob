       *>  発注残の無い入荷（該当なし）は在庫へ反映せず例外として報告し、
       *>  発注残を超える入荷（過剰）・完了指定付きの不足入荷（過少）は
       *>  反映のうえ入荷例外レポートへ印刷する。
       *>  直送の発注残（受注番号付き）は倉庫へ入荷しないため、入荷実績が
       *>  あっても在庫へ反映せず例外（CHOKUSO-PO）として報告する。直送分の
       *>  消し込みは仕入先の出荷確認（DSCONF01）で行う。
       *>  在庫へ反映した入荷は、発注単価（POR01）で商品マスタの仕入原価を
       *>  移動平均により再計算し（（在庫数×旧原価＋入荷数×発注単価）÷
       *>  （在庫数＋入荷数）、円未満四捨五入）、再計算ごとに原価改定履歴
       *>  ファイル（GKR01）へ旧原価・新原価と発注番号を記録する。発注単価の
       *>  無い（ゼロの）発注明細は原価を再計算しない。
       *>  受入検査対象品（IN02-KENSA-KUBUN＝"1"）の入荷は、引当可能な
       *>  在庫数ではなく検査在庫数（IN02-KENSA-SU）へ計上し、倉庫別・
       *>  ロット別在庫へは格納しない。在庫移動台帳へは入荷加算（"N"）に
       *>  続けて検査保留（"K"）の減算を記録し、検査結果の登録（QCDISP01）
       *>  に必要な入荷明細を検査保留ファイル（KNH01）へ追記する。
       *>  在庫へ格納した入荷は、入庫指示リスト（PUTLST01）の入力として
       *>  商品・数量・ロット・入荷倉庫を入庫指示ファイル（PUT01）へ追記する。
       *>  在庫へ反映した入荷は、仕入先評価（SUPSCR01）の入力として発注日・
       *>  納期・発注数量とともに入荷履歴ファイル（NKR01）へ追記する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    PRT01-NYUKA-REPORT   ASSIGN       TO   "PRT21.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]原価改定履歴ファイル（追記・移動平均原価の再計算ごとに１件）
       *>----------------------------------------------------------------------------
       SELECT    GKR01-GENKA-RIREKI   ASSIGN       TO   "GKR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS GKR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]入庫指示ファイル（追記・入庫指示リスト発行（PUTLST01）の入力）
       *>----------------------------------------------------------------------------
       SELECT    PUT01-NYUKO-SHIJI    ASSIGN       TO   "PUT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PUT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]検査保留ファイル（追記・受入検査対象品の入荷ごとに１件）
       *>----------------------------------------------------------------------------
       SELECT    KNH01-KENSA-HORYU    ASSIGN       TO   "KNH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KNH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]入荷履歴ファイル（追記・在庫へ反映した入荷ごとに１件）
       *>----------------------------------------------------------------------------
       SELECT    NKR01-NYUKA-RIREKI   ASSIGN       TO   "NKR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS NKR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
            03   POR01-HATYU-BI               PIC 9(008).
            03   POR01-NOKI-BI                PIC 9(008).
            03   POR01-JOKYO-KUBUN            PIC X(001).
            03   POR01-HATYU-TANKA            PIC 9(005).
       *>   --直送先の受注番号（直送発注のみ。在庫補充の発注はスペース）--
            03   POR01-ZYUTYU-BANGOU          PIC X(008).
       *>   --電子発注区分（"1"＝電子発注ファイルで送信した発注）--
            03   POR01-DENSHI-KUBUN           PIC X(001).
       *>   --仕入先回答（POACK01が記録する。回答区分：Ａ＝受諾、
       *>     Ｃ＝数量削減、Ｒ＝拒否、スペース＝未回答）--
            03   POR01-KAITO-KUBUN            PIC X(001).
            03   POR01-KAKUTEI-SU             PIC 9(005).
            03   POR01-KAITO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
          03   IN02-HATYU-SU                        PIC 9(004).
       *>  --最終出荷日（出荷減算のたびにTEST0001が刻印する）--
          03   IN02-SAISHU-SHUKKA-BI                PIC 9(008).
       *>  --仕入原価（粗利計算用。UPDATE01で保守し、入荷のつど移動平均で
       *>    再計算する）--
          03   IN02-GENKA                           PIC 9(005).
       *>  --ケース入数（ピッキング単位。ゼロはケース管理対象外）--
          03   IN02-CASE-IRISU                      PIC 9(003).
          03   IN02-JURYO-G                         PIC 9(005).
       *>  --税率区分（"1"＝軽減税率対象品目。それ以外は標準税率）--
          03   IN02-ZEI-KUBUN                       PIC X(001).
       *>  --直送区分（"1"＝仕入先直送品。在庫を持たず仕入先が顧客へ直送する）--
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
       *>  --シリアル管理区分（"1"＝シリアル番号管理品。出荷・返品を１台ごとに追跡する）--
          03   IN02-SERIAL-KUBUN                    PIC X(001).
       *>  --検査区分（"1"＝受入検査対象品。入荷数は検査在庫に保留する）--
          03   IN02-KENSA-KUBUN                     PIC X(001).
       *>  --検査在庫数（受入検査待ち。引当対象外）--
          03   IN02-KENSA-SU                        PIC 9(006).
       *>  --登録状態区分（"1"＝登録完了・受注可、"0"＝登録未完了。SETCHK01が判定する）--
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入出力]倉庫別在庫ファイルのレイアウト定義（倉庫×商品の在庫数）
       *>----------------------------------------------------------------------------
       FD   PRT01-NYUKA-REPORT.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>[出力]原価改定履歴ファイルのレイアウト定義
       *>  （改定日は入荷日。改定の根拠として発注番号・入荷数量・発注単価と
       *>    再計算前の在庫数を記録する）
       *>----------------------------------------------------------------------------
       FD   GKR01-GENKA-RIREKI.
       01   GKR01-RECODE.
            03   GKR01-SHOHIN-CODE            PIC X(006).
            03   GKR01-KAITEI-BI              PIC 9(008).
            03   GKR01-MAE-GENKA              PIC 9(005).
            03   GKR01-ATO-GENKA              PIC 9(005).
            03   GKR01-HATYU-BANGOU           PIC 9(006).
            03   GKR01-NYUKA-SU               PIC 9(005).
            03   GKR01-HATYU-TANKA            PIC 9(005).
            03   GKR01-MAE-ZAIKO-SU           PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]検査保留ファイルのレイアウト定義（QCDISP01と同一）
       *>  （保留数は検査結果未登録の残数量。状況区分：Ｈ＝検査待ち、
       *>    Ｃ＝検査完了）
       *>----------------------------------------------------------------------------
       FD   KNH01-KENSA-HORYU.
       01   KNH01-RECODE.
            03   KNH01-HATYU-BANGOU           PIC 9(006).
            03   KNH01-SHOHIN-CODE            PIC X(006).
            03   KNH01-LOT-NO                 PIC X(008).
            03   KNH01-SHIIRE-CODE            PIC X(004).
            03   KNH01-SOUKO-CODE             PIC X(002).
            03   KNH01-YUKO-KIGEN             PIC 9(008).
            03   KNH01-NYUKA-BI               PIC 9(008).
            03   KNH01-NYUKA-SU               PIC 9(005).
            03   KNH01-HORYU-SU               PIC 9(005).
            03   KNH01-GOKAKU-SU              PIC 9(005).
            03   KNH01-FUGOKAKU-SU            PIC 9(005).
            03   KNH01-JOKYO-KUBUN            PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]入庫指示ファイルのレイアウト定義（PUTLST01と同一）
       *>----------------------------------------------------------------------------
       FD   PUT01-NYUKO-SHIJI.
       01   PUT01-RECODE.
            03   PUT01-SHOHIN-CODE            PIC X(006).
            03   PUT01-SURYO                  PIC 9(005).
            03   PUT01-LOT-NO                 PIC X(008).
            03   PUT01-SOUKO-CODE             PIC X(002).
            03   PUT01-HATYU-BANGOU           PIC 9(006).
            03   PUT01-NYUKA-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]入荷履歴ファイルのレイアウト定義（SUPSCR01と同一）
       *>----------------------------------------------------------------------------
       FD   NKR01-NYUKA-RIREKI.
       01   NKR01-RECODE.
            03   NKR01-NYUKA-BI               PIC 9(008).
            03   NKR01-HATYU-BANGOU           PIC 9(006).
            03   NKR01-SHIIRE-CODE            PIC X(004).
            03   NKR01-SHOHIN-CODE            PIC X(006).
            03   NKR01-NYUKA-SU               PIC 9(005).
            03   NKR01-HATYU-SU               PIC 9(005).
            03   NKR01-HATYU-BI               PIC 9(008).
            03   NKR01-NOKI-BI                PIC 9(008).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--うち検査在庫へ保留した件数--
            03   WRK-HORYU-COUNT              PIC 9(006).
            03   WRK-MASTER-FOUND-SW          PIC X(001).
                 88   WRK-MASTER-FOUND        VALUE "Y".
            *>--突き合わせた発注明細の発注残数量--
       01   IN-FILE-STATUS                    PIC XX.
       01   POR-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   GKR-FILE-STATUS                   PIC XX.
       01   KNH-FILE-STATUS                   PIC XX.
       01   PUT-FILE-STATUS                   PIC XX.
       01   NKR-FILE-STATUS                   PIC XX.
       *>
       *>--移動平均原価の再計算用（在庫金額は最大６桁×５桁）--
       01   WRK-MAE-GENKA                     PIC 9(005).
       01   WRK-ZAIKO-KINGAKU                 PIC 9(012).
       01   WRK-GOKEI-SU                      PIC 9(007).
       *>
       *>--在庫移動台帳書き込み用（STKMOVE01呼び出し。実行番号は持たない
       *>  ためゼロで記録する）--
                 05   WRK-HAT-HATYU-BI            PIC 9(008).
                 05   WRK-HAT-NOKI-BI             PIC 9(008).
                 05   WRK-HAT-JOKYO               PIC X(001).
                 05   WRK-HAT-HATYU-TANKA         PIC 9(005).
                 05   WRK-HAT-ZYUTYU-BANGOU       PIC X(008).
                 05   WRK-HAT-DENSHI-KUBUN        PIC X(001).
                 05   WRK-HAT-KAITO-KUBUN         PIC X(001).
                 05   WRK-HAT-KAKUTEI-SU          PIC 9(005).
                 05   WRK-HAT-KAITO-BI            PIC 9(008).
       01   WRK-HATYU-CNT                     PIC 9(004).
       01   WRK-HATYU-IDX                     PIC 9(004).
       01   WRK-HATYU-HIT-IDX                 PIC 9(004).
                                 VALUE "入荷例外件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "検査保留件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-HORYU-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
                  I-O      IN02-SHOHIN-MASTER
                  OUTPUT   PRT01-NYUKA-REPORT.
       *>
       *>  原価改定履歴ファイルは追記モードでオープンする（初回実行で
       *>  ファイルが無い場合は新規作成）
           OPEN   EXTEND   GKR01-GENKA-RIREKI.
           IF   GKR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   GKR01-GENKA-RIREKI
           END-IF.
       *>
       *>  検査保留ファイルは追記モードでオープンする（初回実行で
       *>  ファイルが無い場合は新規作成）
           OPEN   EXTEND   KNH01-KENSA-HORYU.
           IF   KNH-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   KNH01-KENSA-HORYU
           END-IF.
       *>
       *>  入庫指示ファイルは追記モードでオープンする（ファイルが無い場合は
       *>  新規作成）
           OPEN   EXTEND   PUT01-NYUKO-SHIJI.
           IF   PUT-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   PUT01-NYUKO-SHIJI
           END-IF.
       *>
       *>  入荷履歴ファイルは追記モードでオープンする（ファイルが無い場合は
       *>  新規作成）
           OPEN   EXTEND   NKR01-NYUKA-RIREKI.
           IF   NKR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   NKR01-NYUKA-RIREKI
           END-IF.
       *>
       *>  倉庫別在庫ファイルのオープン（未整備時は倉庫別の格納を行わない）
           MOVE   SPACE   TO   WRK-WHS-ARI-SW.
           OPEN   I-O   WHS01-SOUKO-ZAIKO.
       *>ファイルのクローズ
           CLOSE   GRN01-NYUKA-FILE
                   IN02-SHOHIN-MASTER
                   PRT01-NYUKA-REPORT
                   GKR01-GENKA-RIREKI
                   KNH01-KENSA-HORYU
                   PUT01-NYUKO-SHIJI
                   NKR01-NYUKA-RIREKI.
       *>
           IF   WRK-WHS-ARI   THEN
                CLOSE   WHS01-SOUKO-ZAIKO
       *>反映件数・例外件数の表示
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-HORYU-COUNT   TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  直送の発注残は仕入先から顧客へ直接出荷されるため、倉庫への入荷は
       *>  在庫へ反映せず例外として報告する
           IF   WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-HIT-IDX)   NOT =   SPACE
           THEN
                MOVE   "CHOKUSO-PO"    TO   HD02-REIGAI-KUBUN
                PERFORM   REIGAI-LINE-WRITE-PROC
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  発注残数量との比較（過剰入荷は反映のうえ報告する）
           COMPUTE   WRK-HATYU-ZAN-SU   =
                     WRK-HAT-HATYU-SU(WRK-HATYU-HIT-IDX)
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       *>  入荷履歴ファイルへの追記（仕入先評価用）
           PERFORM   NYUKA-RIREKI-WRITE-PROC.
       *>
       *>  発注残の入荷済数量の更新（発注数量に達した明細は完了とする）
           ADD    GRN01-NYUKA-SU   TO
                  WRK-HAT-NYUKA-ZUMI-SU(WRK-HATYU-HIT-IDX).
                     MOVE   "N"              TO   WRK-MOVE-KUBUN
                     MOVE   GRN01-NYUKA-SU   TO   WRK-MOVE-SU
                     MOVE   IN02-ZAIKO-SU    TO   WRK-MOVE-MAE-ZAIKO
       *>
       *>            発注単価による仕入原価の移動平均の再計算
                     PERFORM   IDOU-HEIKIN-GENKA-PROC
       *>
                     ADD    GRN01-NYUKA-SU   TO   IN02-ZAIKO-SU
       *>
                                                  IN02-ZAIKO-SU
                                                  GRN01-SOUKO-CODE
       *>
       *>            受入検査対象品は検査在庫へ保留する（倉庫別・ロット別
       *>            在庫へは検査合格時に格納する）
                     IF   IN02-KENSA-KUBUN   =   "1"   THEN
                          PERFORM   KENSA-HORYU-PROC
                          REWRITE   IN02-RECODE
                     ELSE
                          REWRITE   IN02-RECODE
       *>
       *>                 倉庫別在庫ファイルへの入荷倉庫の加算
                          PERFORM   SOUKO-ZAIKO-KASAN-PROC
       *>
       *>                 ロット別在庫ファイルへのロット残の加算
                          PERFORM   LOT-ZAIKO-KASAN-PROC
       *>
       *>                 入庫指示ファイルへの追記
                          PERFORM   NYUKO-SHIJI-WRITE-PROC
                     END-IF
       *>
           END-READ.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受入検査対象品の検査保留処理
       *>  入荷加算した数量を在庫数から検査在庫数へ振り替え、在庫移動台帳へ
       *>  検査保留（"K"）の減算を記録し、検査保留ファイルへ入荷明細を
       *>  追記する
       *>----------------------------------------------------------------------------
       KENSA-HORYU-PROC                   SECTION.
       *>
           MOVE   "K"              TO   WRK-MOVE-KUBUN.
           COMPUTE   WRK-MOVE-SU   =   ZERO   -   GRN01-NYUKA-SU.
           MOVE   IN02-ZAIKO-SU    TO   WRK-MOVE-MAE-ZAIKO.
       *>
           SUBTRACT   GRN01-NYUKA-SU   FROM   IN02-ZAIKO-SU.
           ADD        GRN01-NYUKA-SU   TO     IN02-KENSA-SU.
       *>
           CALL   "STKMOVE01"   USING   WRK-MOVE-PROGRAM-ID
                                         WRK-MOVE-RUN-ID
                                         IN02-SHOHIN-CODE
                                         WRK-MOVE-KUBUN
                                         WRK-MOVE-SU
                                         WRK-MOVE-MAE-ZAIKO
                                         IN02-ZAIKO-SU
                                         GRN01-SOUKO-CODE.
       *>
       *>  検査保留ファイルへの入荷明細の追記
           MOVE   SPACE                TO   KNH01-RECODE.
           MOVE   GRN01-HATYU-BANGOU   TO   KNH01-HATYU-BANGOU.
           MOVE   GRN01-SHOHIN-CODE    TO   KNH01-SHOHIN-CODE.
           MOVE   GRN01-LOT-NO         TO   KNH01-LOT-NO.
           MOVE   WRK-HAT-SHIIRE-CODE(WRK-HATYU-HIT-IDX)   TO
                  KNH01-SHIIRE-CODE.
           MOVE   GRN01-SOUKO-CODE     TO   KNH01-SOUKO-CODE.
           MOVE   GRN01-YUKO-KIGEN     TO   KNH01-YUKO-KIGEN.
           MOVE   GRN01-NYUKA-BI       TO   KNH01-NYUKA-BI.
           MOVE   GRN01-NYUKA-SU       TO   KNH01-NYUKA-SU.
           MOVE   GRN01-NYUKA-SU       TO   KNH01-HORYU-SU.
           MOVE   ZERO                 TO   KNH01-GOKAKU-SU.
           MOVE   ZERO                 TO   KNH01-FUGOKAKU-SU.
           MOVE   "H"                  TO   KNH01-JOKYO-KUBUN.
           WRITE  KNH01-RECODE.
       *>
           ADD    1   TO   WRK-HORYU-COUNT.
       *>
       KENSA-HORYU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入原価の移動平均による再計算と原価改定履歴の記録
       *>  （在庫数の加算前に呼び出す。新原価は（在庫数×旧原価＋入荷数×
       *>    発注単価）÷（在庫数＋入荷数）を円未満四捨五入したもの）
       *>----------------------------------------------------------------------------
       IDOU-HEIKIN-GENKA-PROC             SECTION.
       *>
       *>  発注単価の無い発注明細は原価を再計算しない
           IF   WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX)   =   ZERO   THEN
                GO   TO   IDOU-HEIKIN-GENKA-PROC-EXIT
           END-IF.
       *>
           MOVE   IN02-GENKA   TO   WRK-MAE-GENKA.
       *>
           COMPUTE   WRK-ZAIKO-KINGAKU   =
                     IN02-ZAIKO-SU   *   IN02-GENKA
                     +   GRN01-NYUKA-SU
                     *   WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX).
           COMPUTE   WRK-GOKEI-SU   =
                     IN02-ZAIKO-SU   +   GRN01-NYUKA-SU.
       *>
           IF   WRK-GOKEI-SU   =   ZERO   THEN
                GO   TO   IDOU-HEIKIN-GENKA-PROC-EXIT
           END-IF.
       *>
           COMPUTE   IN02-GENKA   ROUNDED   =
                     WRK-ZAIKO-KINGAKU   /   WRK-GOKEI-SU.
       *>
       *>  原価改定履歴ファイルへの記録
           MOVE   SPACE                   TO   GKR01-RECODE.
           MOVE   IN02-SHOHIN-CODE        TO   GKR01-SHOHIN-CODE.
           MOVE   GRN01-NYUKA-BI          TO   GKR01-KAITEI-BI.
           MOVE   WRK-MAE-GENKA           TO   GKR01-MAE-GENKA.
           MOVE   IN02-GENKA              TO   GKR01-ATO-GENKA.
           MOVE   GRN01-HATYU-BANGOU      TO   GKR01-HATYU-BANGOU.
           MOVE   GRN01-NYUKA-SU          TO   GKR01-NYUKA-SU.
           MOVE   WRK-HAT-HATYU-TANKA(WRK-HATYU-HIT-IDX)   TO
                  GKR01-HATYU-TANKA.
           MOVE   IN02-ZAIKO-SU           TO   GKR01-MAE-ZAIKO-SU.
           WRITE  GKR01-RECODE.
       *>
       IDOU-HEIKIN-GENKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫ファイルへの入荷加算処理
       *>  入荷倉庫×商品の在庫数へ加算する（未登録の組み合わせは新規登録）
       *>----------------------------------------------------------------------------
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入庫指示ファイルへの追記処理（在庫へ格納した入荷１件分）
       *>----------------------------------------------------------------------------
       NYUKO-SHIJI-WRITE-PROC             SECTION.
       *>
           MOVE   SPACE                TO   PUT01-RECODE.
           MOVE   GRN01-SHOHIN-CODE    TO   PUT01-SHOHIN-CODE.
           MOVE   GRN01-NYUKA-SU       TO   PUT01-SURYO.
           MOVE   GRN01-LOT-NO         TO   PUT01-LOT-NO.
           MOVE   GRN01-SOUKO-CODE     TO   PUT01-SOUKO-CODE.
           MOVE   GRN01-HATYU-BANGOU   TO   PUT01-HATYU-BANGOU.
           MOVE   GRN01-NYUKA-BI       TO   PUT01-NYUKA-BI.
           WRITE  PUT01-RECODE.
       *>
       NYUKO-SHIJI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入荷履歴ファイルへの追記処理（在庫へ反映した入荷１件分）
       *>----------------------------------------------------------------------------
       NYUKA-RIREKI-WRITE-PROC            SECTION.
       *>
           MOVE   SPACE                TO   NKR01-RECODE.
           MOVE   GRN01-NYUKA-BI       TO   NKR01-NYUKA-BI.
           MOVE   GRN01-HATYU-BANGOU   TO   NKR01-HATYU-BANGOU.
           MOVE   WRK-HAT-SHIIRE-CODE(WRK-HATYU-HIT-IDX)   TO
                  NKR01-SHIIRE-CODE.
           MOVE   GRN01-SHOHIN-CODE    TO   NKR01-SHOHIN-CODE.
           MOVE   GRN01-NYUKA-SU       TO   NKR01-NYUKA-SU.
           MOVE   WRK-HAT-HATYU-SU(WRK-HATYU-HIT-IDX)      TO
                  NKR01-HATYU-SU.
           MOVE   WRK-HAT-HATYU-BI(WRK-HATYU-HIT-IDX)      TO
                  NKR01-HATYU-BI.
           MOVE   WRK-HAT-NOKI-BI(WRK-HATYU-HIT-IDX)       TO
                  NKR01-NOKI-BI.
           WRITE  NKR01-RECODE.
       *>
       NYUKA-RIREKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入荷例外レポート行の編集・印刷処理（１件分）
       *>----------------------------------------------------------------------------
       REIGAI-LINE-WRITE-PROC             SECTION.
                              WRK-HAT-NOKI-BI(WRK-HATYU-CNT)
                          MOVE   POR01-JOKYO-KUBUN     TO
                              WRK-HAT-JOKYO(WRK-HATYU-CNT)
                          MOVE   POR01-HATYU-TANKA     TO
                              WRK-HAT-HATYU-TANKA(WRK-HATYU-CNT)
                          MOVE   POR01-ZYUTYU-BANGOU   TO
                              WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-CNT)
                          MOVE   POR01-DENSHI-KUBUN    TO
                              WRK-HAT-DENSHI-KUBUN(WRK-HATYU-CNT)
                          MOVE   POR01-KAITO-KUBUN     TO
                              WRK-HAT-KAITO-KUBUN(WRK-HATYU-CNT)
                          MOVE   POR01-KAKUTEI-SU      TO
                              WRK-HAT-KAKUTEI-SU(WRK-HATYU-CNT)
                          MOVE   POR01-KAITO-BI        TO
                              WRK-HAT-KAITO-BI(WRK-HATYU-CNT)
                     ELSE
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
                  POR01-NOKI-BI.
           MOVE   WRK-HAT-JOKYO(WRK-HATYU-IDX)           TO
                  POR01-JOKYO-KUBUN.
           MOVE   WRK-HAT-HATYU-TANKA(WRK-HATYU-IDX)     TO
                  POR01-HATYU-TANKA.
           MOVE   WRK-HAT-ZYUTYU-BANGOU(WRK-HATYU-IDX)   TO
                  POR01-ZYUTYU-BANGOU.
           MOVE   WRK-HAT-DENSHI-KUBUN(WRK-HATYU-IDX)    TO
                  POR01-DENSHI-KUBUN.
           MOVE   WRK-HAT-KAITO-KUBUN(WRK-HATYU-IDX)     TO
                  POR01-KAITO-KUBUN.
           MOVE   WRK-HAT-KAKUTEI-SU(WRK-HATYU-IDX)      TO
                  POR01-KAKUTEI-SU.
           MOVE   WRK-HAT-KAITO-BI(WRK-HATYU-IDX)        TO
                  POR01-KAITO-BI.
       *>
           WRITE   POR01-RECODE.
       *>
