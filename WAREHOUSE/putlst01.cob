       *>----------------------------------------------------------------------------
       *>入庫指示リスト発行処理
       *>  入荷受入（RECEIPT01）・受入検査結果登録（QCDISP01）が在庫へ格納した
       *>  入荷を追記する入庫指示ファイル（PUT01）を読み、保管場所マスタ
       *>  （BIN01）の保管場所を格納先として、倉庫ごとにゾーン・通路・棚の
       *>  順（歩行順）に整列した入庫指示リスト（PRT67）を印刷する。
       *>  保管場所マスタに未登録の商品はリスト末尾の「保管場所未登録分」と
       *>  してまとめて印刷し、倉庫責任者が保管場所を割り当てられるように
       *>  する。印刷した入庫指示は入庫指示ファイルから消去する。
       *>  あわせて現場からの入庫実績ファイル（PUC01・実際に格納した場所）を
       *>  保管場所マスタと突き合わせ、指示と異なる場所へ格納した明細と
       *>  未登録商品の格納を入庫相違リスト（PRT68）へ印刷する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        PUTLST01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入出力]入庫指示ファイル（RECEIPT01・QCDISP01が追記する。印刷後に
       *>  消去する）
       *>----------------------------------------------------------------------------
       SELECT    PUT01-NYUKO-SHIJI    ASSIGN       TO   "PUT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>保管場所順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-NYUKO-FILE        ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>[入力]入庫実績ファイル（現場が実際に格納した場所）
       *>----------------------------------------------------------------------------
       SELECT    PUC01-JISSEKI-FILE   ASSIGN       TO   "PUC01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PUC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]保管場所マスタファイル（BINUPD01が保守する）
       *>----------------------------------------------------------------------------
       SELECT    BIN01-LOCATION-MASTER ASSIGN     TO   "BIN01.txt"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE  IS DYNAMIC
                                     RECORD KEY   IS BIN01-SHOHIN-CODE
                                     STATUS       IS BIN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（商品名の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]入庫指示リスト
       *>----------------------------------------------------------------------------
       SELECT    PRT67-NYUKO-LIST     ASSIGN       TO   "PRT67.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]入庫相違リスト
       *>----------------------------------------------------------------------------
       SELECT    PRT68-SOUI-LIST      ASSIGN       TO   "PRT68.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入出力]入庫指示ファイルのレイアウト定義（RECEIPT01と同一）
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
       *>ソート作業ファイルのレイアウト定義
       *>  （保管場所未登録分を末尾にまとめ、倉庫の中で保管場所順に並ぶよう、
       *>    場所未登録フラグ・倉庫・ゾーン・通路・棚を整列キーに置く）
       *>----------------------------------------------------------------------------
       SD   ST-NYUKO-FILE.
       01   ST-RECODE.
            03   ST-LOC-FUMEI                 PIC X(001).
            03   ST-SOUKO-CODE                PIC X(002).
            03   ST-LOC-ZONE                  PIC X(002).
            03   ST-LOC-TSURO                 PIC X(003).
            03   ST-LOC-TANA                  PIC X(003).
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-LOT-NO                    PIC X(008).
            03   ST-SURYO                     PIC 9(005).
            03   ST-HATYU-BANGOU              PIC 9(006).
            03   ST-NYUKA-BI                  PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]入庫実績ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PUC01-JISSEKI-FILE.
       01   PUC01-RECODE.
            03   PUC01-SHOHIN-CODE            PIC X(006).
            03   PUC01-LOT-NO                 PIC X(008).
            03   PUC01-SURYO                  PIC 9(005).
            03   PUC01-SOUKO-CODE             PIC X(002).
            03   PUC01-LOC-ZONE               PIC X(002).
            03   PUC01-LOC-TSURO              PIC X(003).
            03   PUC01-LOC-TANA               PIC X(003).
            03   PUC01-KAKUNIN-BI             PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]保管場所マスタファイルのレイアウト定義（BINUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BIN01-LOCATION-MASTER.
       01   BIN01-RECODE.
            03   BIN01-SHOHIN-CODE.
                 05   BIN01-BUNRUI-CODE        PIC X(002).
                 05   BIN01-SHOHIN-NO          PIC 9(004).
            03   BIN01-LOC-ZONE                PIC X(002).
            03   BIN01-LOC-TSURO               PIC X(003).
            03   BIN01-LOC-TANA                PIC X(003).
       *>   --前方ピッキング棚（上記ゾーン・通路・棚）の補充上限数・
       *>     補充基準数（下回ると予備棚から補充する）と現在数--
            03   BIN01-HOJU-MAX-SU             PIC 9(005).
            03   BIN01-HOJU-MIN-SU             PIC 9(005).
            03   BIN01-FORWARD-SU              PIC 9(006).
       *>   --予備（保管）棚。補充元として先頭から使用する--
            03   BIN01-RESERVE-LOC             OCCURS 3.
                 05   BIN01-RSV-ZONE           PIC X(002).
                 05   BIN01-RSV-TSURO          PIC X(003).
                 05   BIN01-RSV-TANA           PIC X(003).
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
       *>  --最終出荷日（出荷減算のたびにTEST0001が刻印する）--
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
       *>----------------------------------------------------------------------------
       *>[出力]入庫指示リストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT67-NYUKO-LIST.
       01   PRT67-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>[出力]入庫相違リストのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT68-SOUI-LIST.
       01   PRT68-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--改ページとなる印刷行数の上限--
       77   CST-MAX-LINE                      PIC 9(002) VALUE 50.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--入庫指示件数・うち保管場所未登録件数--
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-FUMEI-COUNT              PIC 9(006).
            *>--入庫実績件数・うち相違件数--
            03   WRK-JISSEKI-COUNT            PIC 9(006).
            03   WRK-SOUI-COUNT               PIC 9(006).
            03   WRK-LINE-COUNT               PIC 9(002).
            03   WRK-PAGE-COUNT               PIC 9(003).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   PUC-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       *>
       *>--保管場所マスタの状態（未整備時は全件「場所未登録」として印刷する）--
       01   BIN-FILE-STATUS                   PIC XX.
       01   WRK-BIN-ARI-SW                    PIC X(001).
            88   WRK-BIN-ARI                  VALUE "Y".
       *>
       *>--「保管場所未登録分」見出しの印刷済み判定--
       01   WRK-FUMEI-MIDASHI-SW              PIC X(001).
            88   WRK-FUMEI-MIDASHI-ZUMI       VALUE "Y".
       *>
       *>--倉庫の変わり目判定用の直前倉庫コード--
       01   KEY-SOUKO-CODE                    PIC X(002).
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
            03   FILLER                       PIC X(024)
                                 VALUE "入庫指示リスト".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(010)
                                 VALUE SPACE.
       *>
       01   HD01-MIDASHI-2.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
            03   HD01-PAGE                    PIC ZZ9.
       *>
       *>--倉庫の区切り見出し--
       01   HD02-SOUKO-MIDASHI.
            03   FILLER                       PIC X(015)
                     VALUE "＜倉庫：".
            03   HD02-SOUKO-CODE              PIC X(002).
            03   FILLER                       PIC X(006)
                     VALUE "＞".
       *>
       *>--保管場所未登録分の区切り見出し（倉庫責任者による割り当て用）--
       01   HD03-FUMEI-MIDASHI.
            03   FILLER                       PIC X(045)
                 VALUE "＜保管場所未登録分（要割当）＞".
       *>
       01   HD04-NYUKO-MEISAI.
            03   FILLER                       PIC X(012)
                                 VALUE "場所：".
            03   HD04-LOC-ZONE                PIC X(002).
            03   FILLER                       PIC X(001)
                                 VALUE "-".
            03   HD04-LOC-TSURO               PIC X(003).
            03   FILLER                       PIC X(001)
                                 VALUE "-".
            03   HD04-LOC-TANA                PIC X(003).
            03   FILLER                       PIC X(012)
                                 VALUE "　商品：".
            03   HD04-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(015)
                                 VALUE "　ロット：".
            03   HD04-LOT-NO                  PIC X(008).
            03   FILLER                       PIC X(012)
                                 VALUE "　数量：".
            03   HD04-SURYO                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　発注：".
            03   HD04-HATYU-BANGOU            PIC 9(006).
       *>
       *>--入庫相違リストの見出し・明細行の定義--
       01   HD05-SOUI-MIDASHI.
            03   FILLER                       PIC X(030)
                      VALUE "＜入庫相違リスト＞".
            03   FILLER                       PIC X(012)
                                 VALUE "作成日：".
            03   HD05-SAKUSEI-BI              PIC 9(008).
       *>
       01   HD06-SOUI-MEISAI.
            03   HD06-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-LOT-NO                  PIC X(008).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-SURYO                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　指示：".
            03   HD06-SHIJI-ZONE              PIC X(002).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD06-SHIJI-TSURO             PIC X(003).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD06-SHIJI-TANA              PIC X(003).
            03   FILLER                       PIC X(012)
                                 VALUE "　実績：".
            03   HD06-SOUKO-CODE              PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-JISSEKI-ZONE            PIC X(002).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD06-JISSEKI-TSURO           PIC X(003).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD06-JISSEKI-TANA            PIC X(003).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-SOUI-KUBUN              PIC X(012).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD06-KAKUNIN-BI              PIC 9(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "PUTLST01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "入庫指示件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(033)
                    VALUE "保管場所未登録件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "入庫実績件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "入庫相違件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "PUT01-NYUKO-SHIJI入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  保管場所未登録分を末尾に、倉庫の中で保管場所順に整列して
       *>  入庫指示リストを印刷する
           SORT   ST-NYUKO-FILE
                  ON   ASCENDING   KEY   ST-LOC-FUMEI
                  ON   ASCENDING   KEY   ST-SOUKO-CODE
                  ON   ASCENDING   KEY   ST-LOC-ZONE
                  ON   ASCENDING   KEY   ST-LOC-TSURO
                  ON   ASCENDING   KEY   ST-LOC-TANA
                  ON   ASCENDING   KEY   ST-SHOHIN-CODE
                  ON   ASCENDING   KEY   ST-LOT-NO
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
       *>
       *>  印刷した入庫指示の消去
           OPEN    OUTPUT   PUT01-NYUKO-SHIJI.
           CLOSE   PUT01-NYUKO-SHIJI.
       *>
       *>  入庫実績の突き合わせと入庫相違リストの印刷
           PERFORM   JISSEKI-CONTROL-PROC.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-FUMEI-COUNT.
           MOVE   ZERO       TO   WRK-JISSEKI-COUNT.
           MOVE   ZERO       TO   WRK-SOUI-COUNT.
           MOVE   ZERO       TO   WRK-LINE-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  保管場所マスタのオープン（未整備時は全件「場所未登録」とする）
           MOVE   SPACE   TO   WRK-BIN-ARI-SW.
           OPEN   INPUT   BIN01-LOCATION-MASTER.
           IF   BIN-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-BIN-ARI-SW
           END-IF.
       *>
           OPEN   INPUT    IN02-SHOHIN-MASTER
                  OUTPUT   PRT67-NYUKO-LIST
                           PRT68-SOUI-LIST.
       *>
       *>  見出しの印刷
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  ファイルのクローズ
           CLOSE   IN02-SHOHIN-MASTER
                   PRT67-NYUKO-LIST
                   PRT68-SOUI-LIST.
       *>
           IF   WRK-BIN-ARI   THEN
                CLOSE   BIN01-LOCATION-MASTER
           END-IF.
       *>
       *>  入庫指示件数・未登録件数・実績件数・相違件数の表示
           MOVE   WRK-OUT-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-FUMEI-COUNT     TO   MSG3-COUNT.
           MOVE   WRK-JISSEKI-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-SOUI-COUNT      TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA   UPON   CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前主処理（入庫指示ファイルの読み込みと整列用ファイルへの書き込み）
       *>  入庫指示ファイルが無い場合（入荷の無い日）は見出しのみ印刷する
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC              SECTION.
       *>
           OPEN   INPUT   PUT01-NYUKO-SHIJI.
           IF   IN-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   RELEASE-CONTROL-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   RELEASE-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   PUT01-NYUKO-SHIJI.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入庫指示ファイルの読み込みと整列用ファイルへの書き込み（１件分）
       *>----------------------------------------------------------------------------
       RELEASE-MAIN-PROC                 SECTION.
       *>
           READ   PUT01-NYUKO-SHIJI
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   RELEASE-MAIN-PROC-EXIT
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   PUT01-SOUKO-CODE       TO   ST-SOUKO-CODE.
           MOVE   PUT01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   PUT01-LOT-NO           TO   ST-LOT-NO.
           MOVE   PUT01-SURYO            TO   ST-SURYO.
           MOVE   PUT01-HATYU-BANGOU     TO   ST-HATYU-BANGOU.
           MOVE   PUT01-NYUKA-BI         TO   ST-NYUKA-BI.
       *>
       *>  保管場所マスタのキー検索（未登録・マスタ未整備は場所未登録とする）
           MOVE   "1"   TO   ST-LOC-FUMEI.
       *>
           IF   WRK-BIN-ARI   THEN
                MOVE   PUT01-SHOHIN-CODE   TO   BIN01-SHOHIN-CODE
                READ BIN01-LOCATION-MASTER
                    INVALID     KEY
                          CONTINUE
                    NOT   INVALID   KEY
                          MOVE   "0"              TO   ST-LOC-FUMEI
                          MOVE   BIN01-LOC-ZONE   TO   ST-LOC-ZONE
                          MOVE   BIN01-LOC-TSURO  TO   ST-LOC-TSURO
                          MOVE   BIN01-LOC-TANA   TO   ST-LOC-TANA
                END-READ
           END-IF.
       *>
           RELEASE   ST-RECODE.
       *>
       RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（保管場所順の入庫指示リスト印刷制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
       *>
           MOVE   SPACE       TO   WRK-AT-END.
           MOVE   SPACE       TO   WRK-FUMEI-MIDASHI-SW.
           MOVE   LOW-VALUE   TO   KEY-SOUKO-CODE.
       *>
           PERFORM   RETURN-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート結果の読み込みと入庫指示リスト１件分の印刷
       *>----------------------------------------------------------------------------
       RETURN-MAIN-PROC                  SECTION.
       *>
           RETURN   ST-NYUKO-FILE
              AT   END
                   MOVE   "END"   TO   WRK-AT-END
                   GO   TO   RETURN-MAIN-PROC-EXIT
           END-RETURN.
       *>
           PERFORM   PAGE-BREAK-CHECK-PROC.
       *>
       *>  保管場所未登録分の先頭で区切り見出しを印刷
           IF   ST-LOC-FUMEI   =   "1"
           AND  NOT   WRK-FUMEI-MIDASHI-ZUMI   THEN
                MOVE   SPACE            TO   PRT67-RECODE
                WRITE  PRT67-RECODE     FROM  HD03-FUMEI-MIDASHI
                ADD    1                TO   WRK-LINE-COUNT
                MOVE   "Y"              TO   WRK-FUMEI-MIDASHI-SW
                MOVE   LOW-VALUE        TO   KEY-SOUKO-CODE
           END-IF.
       *>
       *>  倉庫の変わり目で区切り見出しを印刷し、倉庫ごとにまとめて
       *>  格納できるようにする
           IF   ST-SOUKO-CODE   NOT =   KEY-SOUKO-CODE   THEN
                MOVE   ST-SOUKO-CODE   TO   KEY-SOUKO-CODE
                MOVE   ST-SOUKO-CODE   TO   HD02-SOUKO-CODE
                MOVE   SPACE           TO   PRT67-RECODE
                WRITE  PRT67-RECODE    FROM  HD02-SOUKO-MIDASHI
                ADD    1               TO   WRK-LINE-COUNT
           END-IF.
       *>
           PERFORM   NYUKO-WRITE-PROC.
       *>
       RETURN-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入庫指示リスト１件分の編集・印刷処理
       *>----------------------------------------------------------------------------
       NYUKO-WRITE-PROC                   SECTION.
       *>
       *>  保管場所の編集（未登録分はスペースのまま印刷する）
           IF   ST-LOC-FUMEI   =   "0"   THEN
                MOVE   ST-LOC-ZONE      TO   HD04-LOC-ZONE
                MOVE   ST-LOC-TSURO     TO   HD04-LOC-TSURO
                MOVE   ST-LOC-TANA      TO   HD04-LOC-TANA
           ELSE
                MOVE   SPACE            TO   HD04-LOC-ZONE
                MOVE   SPACE            TO   HD04-LOC-TSURO
                MOVE   SPACE            TO   HD04-LOC-TANA
                ADD    1                TO   WRK-FUMEI-COUNT
           END-IF.
       *>
       *>  商品名の参照（商品マスタに無い場合はスペース）
           MOVE   ST-SHOHIN-CODE        TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     MOVE   SPACE   TO   IN02-SHOHIN-MI
           END-READ.
       *>
           MOVE   ST-SHOHIN-CODE        TO   HD04-SHOHIN-CODE.
           MOVE   IN02-SHOHIN-MI        TO   HD04-SHOHIN-MI.
           MOVE   ST-LOT-NO             TO   HD04-LOT-NO.
           MOVE   ST-SURYO              TO   HD04-SURYO.
           MOVE   ST-HATYU-BANGOU       TO   HD04-HATYU-BANGOU.
       *>
           MOVE   SPACE                 TO   PRT67-RECODE.
           WRITE  PRT67-RECODE          FROM   HD04-NYUKO-MEISAI.
       *>
           ADD    1                     TO   WRK-OUT-COUNT.
           ADD    1                     TO   WRK-LINE-COUNT.
       *>
       NYUKO-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>見出しの印刷処理（新ページごとに呼び出す）
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
       *>
           MOVE    SPACE              TO   PRT67-RECODE.
           WRITE   PRT67-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT67-RECODE.
           WRITE   PRT67-RECODE       FROM   HD01-MIDASHI-2.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>改ページ判定処理（印刷行数が上限を超えたら見出しを再印刷）
       *>----------------------------------------------------------------------------
       PAGE-BREAK-CHECK-PROC               SECTION.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
       PAGE-BREAK-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入庫実績の突き合わせ制御（実績ファイルの全件走査）
       *>  実績ファイルが未作成の場合は突き合わせを行わない
       *>----------------------------------------------------------------------------
       JISSEKI-CONTROL-PROC               SECTION.
       *>
           MOVE   WRK-RUN-DATE   TO   HD05-SAKUSEI-BI.
           MOVE   SPACE          TO   PRT68-RECODE.
           WRITE  PRT68-RECODE   FROM   HD05-SOUI-MIDASHI.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PUC01-JISSEKI-FILE.
           IF   PUC-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   JISSEKI-CONTROL-PROC-EXIT
           END-IF.
       *>
           PERFORM   JISSEKI-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
           CLOSE   PUC01-JISSEKI-FILE.
       *>
       JISSEKI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入庫実績の読み込みと保管場所マスタとの突き合わせ（１件分）
       *>  指示した保管場所（保管場所マスタ）と異なる場所へ格納した明細と、
       *>  保管場所未登録の商品を格納した明細を入庫相違リストへ印刷する
       *>----------------------------------------------------------------------------
       JISSEKI-READ-PROC                  SECTION.
       *>
           READ PUC01-JISSEKI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   JISSEKI-READ-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-JISSEKI-COUNT.
       *>
           MOVE   SPACE   TO   HD06-SOUI-KUBUN.
           MOVE   SPACE   TO   HD06-SHIJI-ZONE.
           MOVE   SPACE   TO   HD06-SHIJI-TSURO.
           MOVE   SPACE   TO   HD06-SHIJI-TANA.
       *>
           IF   NOT   WRK-BIN-ARI   THEN
                MOVE   "MITOUROKU"       TO   HD06-SOUI-KUBUN
           ELSE
                MOVE   PUC01-SHOHIN-CODE   TO   BIN01-SHOHIN-CODE
                READ BIN01-LOCATION-MASTER
                    INVALID     KEY
                          MOVE   "MITOUROKU"       TO   HD06-SOUI-KUBUN
                    NOT   INVALID   KEY
                          MOVE   BIN01-LOC-ZONE    TO   HD06-SHIJI-ZONE
                          MOVE   BIN01-LOC-TSURO   TO   HD06-SHIJI-TSURO
                          MOVE   BIN01-LOC-TANA    TO   HD06-SHIJI-TANA
                          IF   PUC01-LOC-ZONE    NOT =   BIN01-LOC-ZONE
                          OR   PUC01-LOC-TSURO   NOT =   BIN01-LOC-TSURO
                          OR   PUC01-LOC-TANA    NOT =   BIN01-LOC-TANA
                          THEN
                               MOVE   "SHIJI-CHIGAI"   TO
                                      HD06-SOUI-KUBUN
                          END-IF
                END-READ
           END-IF.
       *>
           IF   HD06-SOUI-KUBUN   =   SPACE   THEN
                GO   TO   JISSEKI-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   PUC01-SHOHIN-CODE    TO   HD06-SHOHIN-CODE.
           MOVE   PUC01-LOT-NO         TO   HD06-LOT-NO.
           MOVE   PUC01-SURYO          TO   HD06-SURYO.
           MOVE   PUC01-SOUKO-CODE     TO   HD06-SOUKO-CODE.
           MOVE   PUC01-LOC-ZONE       TO   HD06-JISSEKI-ZONE.
           MOVE   PUC01-LOC-TSURO      TO   HD06-JISSEKI-TSURO.
           MOVE   PUC01-LOC-TANA       TO   HD06-JISSEKI-TANA.
           MOVE   PUC01-KAKUNIN-BI     TO   HD06-KAKUNIN-BI.
       *>
           MOVE   SPACE          TO   PRT68-RECODE.
           WRITE  PRT68-RECODE   FROM   HD06-SOUI-MEISAI.
       *>
           ADD   1   TO   WRK-SOUI-COUNT.
       *>
       JISSEKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC               SECTION.
       *>
           MOVE   IN-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
