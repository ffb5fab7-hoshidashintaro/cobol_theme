       *>----------------------------------------------------------------------------
       *>商品登録状態の点検処理（日次）
       *>  商品マスタを順に読み、受注に必要な付帯情報がそろっているかを
       *>  点検して登録状態区分（IN02-SETUP-KUBUN）を書き換える。
       *>  次のすべてを満たす商品のみ「登録完了（"1"）」とし、１つでも
       *>  欠ける商品は「登録未完了（"0"）」とする。
       *>    (1) 棚番マスタ（BIN01）に棚番が登録されている
       *>        （仕入先直送品は在庫を持たないため点検しない）
       *>    (2) 仕入先別取扱商品ファイル（SUP02）に仕入先が登録されている
       *>    (3) 商品の分類コードが分類マスタ（BUN01）に登録されている
       *>    (4) 仕入原価（IN02-GENKA）がゼロでない
       *>  登録未完了の商品はTEST0001が受注を例外（SETUP-MIKANRYO）へ
       *>  回すため、不足項目を商品ごとに示した登録未完了商品一覧表
       *>  （PRT95）を商品データ管理担当へ配布する。
       *>  TEST0001の前に実行する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        SETCHK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入出力]商品マスタファイル（キー編成・先頭から順読み）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS SEQUENTIAL
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]棚番マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    BIN01-LOCATION-MASTER ASSIGN      TO   "BIN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS BIN01-SHOHIN-CODE
                                      STATUS BIN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタファイル（キー編成）
       *>----------------------------------------------------------------------------
       SELECT    BUN01-BUNRUI-MASTER  ASSIGN       TO   "BUN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS BUN01-BUNRUI-CODE
                                      STATUS BUN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]仕入先別取扱商品ファイル
       *>----------------------------------------------------------------------------
       SELECT    SUP02-TORIATSUKAI    ASSIGN       TO   "SUP02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS SUP-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]登録未完了商品一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-SETUP-REPORT   ASSIGN       TO   "PRT95.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   IN02-SHOHIN-MASTER.
       01   IN02-RECODE.
          03   IN02-SHOHIN-CODE.
                05 IN02-BUNRUI-CODE                 PIC X(002).
                05 IN02-SHOHIN-NO                   PIC 9(004).
          03   IN02-SHOHIN-MI                       PIC X(020).
          03   IN02-ZAIKO-SU                        PIC 9(006).
          03   IN02-TANKA                           PIC 9(005).
          03   IN02-HATYU-TEN                       PIC 9(004).
          03   IN02-HATYU-SU                        PIC 9(004).
          03   IN02-SAISHU-SHUKKA-BI                PIC 9(008).
       *>  --仕入原価（粗利計算用。UPDATE01で保守する）--
          03   IN02-GENKA                           PIC 9(005).
       *>  --ケース入数（ピッキング単位。ゼロはケース管理対象外）--
          03   IN02-CASE-IRISU                      PIC 9(003).
       *>  --出荷重量（グラム／個。送料計算用。ゼロは重量未設定）--
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
               88   IN02-SETUP-KANRYO            VALUE "1".
               88   IN02-SETUP-MIKANRYO          VALUE "0".
       *>----------------------------------------------------------------------------
       *>棚番マスタファイルのレイアウト定義（BINUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BIN01-LOCATION-MASTER.
       01   BIN01-RECODE.
            03   BIN01-SHOHIN-CODE            PIC X(006).
            03   BIN01-LOC-ZONE               PIC X(002).
            03   BIN01-LOC-TSURO              PIC X(003).
            03   BIN01-LOC-TANA               PIC X(003).
       *>   --前方ピッキング棚（上記ゾーン・通路・棚）の補充上限数・
       *>     補充基準数（下回ると予備棚から補充する）と現在数--
            03   BIN01-HOJU-MAX-SU            PIC 9(005).
            03   BIN01-HOJU-MIN-SU            PIC 9(005).
            03   BIN01-FORWARD-SU             PIC 9(006).
       *>   --予備（保管）棚。補充元として先頭から使用する--
            03   BIN01-RESERVE-LOC            OCCURS 3.
                 05   BIN01-RSV-ZONE          PIC X(002).
                 05   BIN01-RSV-TSURO         PIC X(003).
                 05   BIN01-RSV-TANA          PIC X(003).
       *>----------------------------------------------------------------------------
       *>分類マスタファイルのレイアウト定義（BUNUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BUN01-BUNRUI-MASTER.
       01   BUN01-RECODE.
            03   BUN01-BUNRUI-CODE             PIC X(003).
            03   BUN01-BUNRUI-MEI              PIC X(020).
            03   BUN01-BAIYA-MEI               PIC X(020).
       *>----------------------------------------------------------------------------
       *>仕入先別取扱商品ファイルのレイアウト定義（POISSUE01と同一）
       *>----------------------------------------------------------------------------
       FD   SUP02-TORIATSUKAI.
       01   SUP02-RECODE.
            03   SUP02-SHOHIN-CODE            PIC X(006).
            03   SUP02-SHIIRE-CODE            PIC X(004).
       *>   --仕入単価（仕入先との取り決め単価。発注単価として用いる）--
            03   SUP02-SHIIRE-TANKA           PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[出力]登録未完了商品一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-SETUP-REPORT.
       01   PRT01-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   IN02-FILE-STATUS                  PIC XX.
       01   BIN-FILE-STATUS                   PIC XX.
       01   BUN-FILE-STATUS                   PIC XX.
       01   SUP-FILE-STATUS                   PIC XX.
       *>
       *>--仕入先別取扱商品の一括読み込み用テーブル（商品コードのみ）--
       77   CST-MAX-SHIIRE-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-SHIIRE-TBL.
            03   WRK-SHIIRE-SHOHIN            PIC X(006)
                                              OCCURS 9999.
       01   WRK-SHIIRE-CNT                    PIC 9(004).
       01   WRK-SHIIRE-IDX                    PIC 9(004).
       01   WRK-SHIIRE-MITUKE-SW              PIC X(001).
            88   WRK-SHIIRE-MITUKE            VALUE "Y".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            *>--登録完了件数・状態を書き換えた件数--
            03   WRK-KANRYO-COUNT             PIC 9(006).
            03   WRK-HENKOU-COUNT             PIC 9(006).
            *>--分類マスタ検索キー（分類コード２桁＋空白）--
            03   WRK-BUNRUI-SAGASHI           PIC X(003).
            *>--項目ごとの不足判定（"Y"＝不足）--
            03   WRK-BIN-NASHI-SW             PIC X(001).
                 88   WRK-BIN-NASHI           VALUE "Y".
            03   WRK-SUP-NASHI-SW             PIC X(001).
                 88   WRK-SUP-NASHI           VALUE "Y".
            03   WRK-BUN-NASHI-SW             PIC X(001).
                 88   WRK-BUN-NASHI           VALUE "Y".
            03   WRK-GENKA-NASHI-SW           PIC X(001).
                 88   WRK-GENKA-NASHI         VALUE "Y".
            *>--判定前の登録状態区分（状態の変化の表示用）--
            03   WRK-MAE-SETUP-KUBUN          PIC X(001).
            03   WRK-ATO-SETUP-KUBUN          PIC X(001).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "SETCHK01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(036)
                                 VALUE "登録未完了商品一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD01-MIDASHI-2.
            03   FILLER                       PIC X(060)
                   VALUE "（×＝未登録、－＝点検対象外）".
       *>
       01   HD02-DETAIL-LINE.
            03   FILLER                       PIC X(009)
                                 VALUE "商品：".
            03   HD02-BUNRUI-CODE             PIC X(002).
            03   HD02-SHOHIN-NO               PIC 9(004).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(012)
                                 VALUE "　棚番：".
            03   HD02-BIN                     PIC X(003).
            03   FILLER                       PIC X(015)
                                 VALUE "　仕入先：".
            03   HD02-SUP                     PIC X(003).
            03   FILLER                       PIC X(012)
                                 VALUE "　分類：".
            03   HD02-BUN                     PIC X(003).
            03   FILLER                       PIC X(012)
                                 VALUE "　原価：".
            03   HD02-GENKA                   PIC X(003).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD02-JOTAI                   PIC X(024).
       *>
       01   HD04-GOUKEI-LINE.
            03   FILLER                       PIC X(018)
                                 VALUE "点検件数：".
            03   HD04-IN-COUNT                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                                 VALUE "　登録完了：".
            03   HD04-KANRYO-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(021)
                                 VALUE "　登録未完了：".
            03   HD04-OUT-COUNT               PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "SETCHK01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "点検件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "登録未完了件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "状態変更件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(043)
                  VALUE "SETCHK01入力ファイル異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-IN-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-ERROR-COUNT.
           MOVE   ZERO    TO   WRK-KANRYO-COUNT.
           MOVE   ZERO    TO   WRK-HENKOU-COUNT.
       *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  仕入先別取扱商品の一括読み込み（仕入先登録の点検用）
           PERFORM   SHIIRE-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン（点検先のマスタが無い場合は判定できないため
       *>商品マスタを書き換えずに異常終了する）
           OPEN   INPUT    BIN01-LOCATION-MASTER.
           IF   BIN-FILE-STATUS   NOT =   "00"   THEN
                MOVE   BIN-FILE-STATUS   TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           OPEN   INPUT    BUN01-BUNRUI-MASTER.
           IF   BUN-FILE-STATUS   NOT =   "00"   THEN
                MOVE   BUN-FILE-STATUS   TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           OPEN   I-O      IN02-SHOHIN-MASTER
                  OUTPUT   PRT01-SETUP-REPORT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN       TO   HD01-NEN.
           MOVE   WRK-RUN-GETU      TO   HD01-GETU.
           MOVE   WRK-RUN-HI        TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-2.
       *>
       *>商品マスタの読み込み（先読み）
           PERFORM   SHOHIN-MASTER-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  件数行の印刷
           MOVE   WRK-IN-COUNT       TO   HD04-IN-COUNT.
           MOVE   WRK-KANRYO-COUNT   TO   HD04-KANRYO-COUNT.
           MOVE   WRK-OUT-COUNT      TO   HD04-OUT-COUNT.
           MOVE   SPACE              TO   PRT01-RECODE.
           WRITE  PRT01-RECODE       FROM   HD04-GOUKEI-LINE.
       *>
           CLOSE   IN02-SHOHIN-MASTER
                   BIN01-LOCATION-MASTER
                   BUN01-BUNRUI-MASTER
                   PRT01-SETUP-REPORT.
       *>
           MOVE   WRK-IN-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT      TO   MSG3-COUNT.
           MOVE   WRK-HENKOU-COUNT   TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（商品ごとに登録状態を判定し、変化した場合のみ書き換える）
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD    1   TO   WRK-IN-COUNT.
       *>
           PERFORM   SETUP-HANTEI-PROC.
       *>
           MOVE   IN02-SETUP-KUBUN   TO   WRK-MAE-SETUP-KUBUN.
       *>
           IF   WRK-BIN-NASHI
           OR   WRK-SUP-NASHI
           OR   WRK-BUN-NASHI
           OR   WRK-GENKA-NASHI   THEN
                MOVE   "0"   TO   WRK-ATO-SETUP-KUBUN
                PERFORM   MIKANRYO-LINE-WRITE-PROC
           ELSE
                MOVE   "1"   TO   WRK-ATO-SETUP-KUBUN
                ADD    1     TO   WRK-KANRYO-COUNT
           END-IF.
       *>
           IF   WRK-ATO-SETUP-KUBUN   NOT =   WRK-MAE-SETUP-KUBUN   THEN
                MOVE      WRK-ATO-SETUP-KUBUN   TO   IN02-SETUP-KUBUN
                REWRITE   IN02-RECODE
                IF   IN02-FILE-STATUS   =   "00"   THEN
                     ADD   1   TO   WRK-HENKOU-COUNT
                ELSE
                     ADD   1   TO   WRK-ERROR-COUNT
                END-IF
           END-IF.
       *>
           PERFORM   SHOHIN-MASTER-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>登録状態の判定（棚番・仕入先・分類・原価の不足を項目ごとに調べる）
       *>----------------------------------------------------------------------------
       SETUP-HANTEI-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-BIN-NASHI-SW.
           MOVE   SPACE   TO   WRK-SUP-NASHI-SW.
           MOVE   SPACE   TO   WRK-BUN-NASHI-SW.
           MOVE   SPACE   TO   WRK-GENKA-NASHI-SW.
       *>
       *>  (1) 棚番（仕入先直送品は在庫を持たないため点検しない）
           IF   IN02-CHOKUSO-KUBUN   NOT =   "1"   THEN
                MOVE   IN02-SHOHIN-CODE   TO   BIN01-SHOHIN-CODE
                READ BIN01-LOCATION-MASTER
                    INVALID     KEY
                          MOVE   "Y"   TO   WRK-BIN-NASHI-SW
                END-READ
           END-IF.
       *>
       *>  (2) 仕入先
           MOVE   SPACE   TO   WRK-SHIIRE-MITUKE-SW.
           PERFORM   SHIIRE-TBL-CHECK-PROC
                    VARYING   WRK-SHIIRE-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHIIRE-IDX   >   WRK-SHIIRE-CNT
                    OR      WRK-SHIIRE-MITUKE.
           IF   NOT   WRK-SHIIRE-MITUKE   THEN
                MOVE   "Y"   TO   WRK-SUP-NASHI-SW
           END-IF.
       *>
       *>  (3) 分類（分類コード２桁の後ろを空白で埋めて検索する）
           MOVE   SPACE              TO   WRK-BUNRUI-SAGASHI.
           MOVE   IN02-BUNRUI-CODE   TO   WRK-BUNRUI-SAGASHI(1:2).
           MOVE   WRK-BUNRUI-SAGASHI TO   BUN01-BUNRUI-CODE.
           READ BUN01-BUNRUI-MASTER
               INVALID     KEY
                     MOVE   "Y"   TO   WRK-BUN-NASHI-SW
           END-READ.
       *>
       *>  (4) 仕入原価
           IF   IN02-GENKA   NOT NUMERIC
           OR   IN02-GENKA   =   ZERO   THEN
                MOVE   "Y"   TO   WRK-GENKA-NASHI-SW
           END-IF.
       *>
       SETUP-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>登録未完了明細行の編集・印刷処理
       *>----------------------------------------------------------------------------
       MIKANRYO-LINE-WRITE-PROC           SECTION.
       *>
           MOVE   IN02-BUNRUI-CODE        TO   HD02-BUNRUI-CODE.
           MOVE   IN02-SHOHIN-NO          TO   HD02-SHOHIN-NO.
           MOVE   IN02-SHOHIN-MI          TO   HD02-SHOHIN-MI.
       *>
           MOVE   SPACE   TO   HD02-BIN.
           IF   IN02-CHOKUSO-KUBUN   =   "1"   THEN
                MOVE   "－"   TO   HD02-BIN
           ELSE   IF   WRK-BIN-NASHI   THEN
                MOVE   "×"   TO   HD02-BIN
           END-IF.
       *>
           MOVE   SPACE   TO   HD02-SUP.
           IF   WRK-SUP-NASHI   THEN
                MOVE   "×"   TO   HD02-SUP
           END-IF.
       *>
           MOVE   SPACE   TO   HD02-BUN.
           IF   WRK-BUN-NASHI   THEN
                MOVE   "×"   TO   HD02-BUN
           END-IF.
       *>
           MOVE   SPACE   TO   HD02-GENKA.
           IF   WRK-GENKA-NASHI   THEN
                MOVE   "×"   TO   HD02-GENKA
           END-IF.
       *>
       *>  前回まで登録完了だった商品は受注停止になることを明示する
           IF   WRK-MAE-SETUP-KUBUN   =   "1"   THEN
                MOVE   "登録完了から変更"   TO   HD02-JOTAI
           ELSE
                MOVE   SPACE                TO   HD02-JOTAI
           END-IF.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-DETAIL-LINE.
       *>
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       MIKANRYO-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品マスタファイルの読み込み
       *>----------------------------------------------------------------------------
       SHOHIN-MASTER-READ-PROC            SECTION.
       *>
           READ   IN02-SHOHIN-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       SHOHIN-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先別取扱商品テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHIIRE-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-SHIIRE-SHOHIN(WRK-SHIIRE-IDX)
                                   =   IN02-SHOHIN-CODE   THEN
                MOVE   "Y"   TO   WRK-SHIIRE-MITUKE-SW
           END-IF.
       *>
       SHIIRE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先別取扱商品ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  ファイルが無い場合は判定できないため異常終了する
       *>----------------------------------------------------------------------------
       SHIIRE-FILE-LOAD-PROC              SECTION.
       *>
           MOVE   ZERO    TO   WRK-SHIIRE-CNT.
       *>
           OPEN   INPUT   SUP02-TORIATSUKAI.
       *>
           IF   SUP-FILE-STATUS   NOT =   "00"   THEN
                MOVE   SUP-FILE-STATUS   TO   MSG9-STATUS
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   SHIIRE-FILE-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   SUP02-TORIATSUKAI.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       SHIIRE-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先別取扱商品ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       SHIIRE-FILE-READ-PROC              SECTION.
       *>
           READ SUP02-TORIATSUKAI
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-SHIIRE-CNT  <  CST-MAX-SHIIRE-KENSU THEN
                          ADD   1   TO   WRK-SHIIRE-CNT
                          MOVE   SUP02-SHOHIN-CODE   TO
                              WRK-SHIIRE-SHOHIN(WRK-SHIIRE-CNT)
                     END-IF
           END-READ.
       *>
       SHIIRE-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC            SECTION.
       *>
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
