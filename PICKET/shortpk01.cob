       *>----------------------------------------------------------------------------
       *>ピッキング欠品確定・架空在庫修正処理
       *>  倉庫からのピッキング確認ファイル（PCK01）のピッキング数量を
       *>  マッチング済み受注ファイル（OT01）の注文数量と突き合わせ、
       *>  ピッキング数量が注文数量に満たない明細（欠品）を処理する。
       *>    (1) 不足数量を欠品受注ファイル（BO01）へ追記し、翌日の欠品
       *>        自動解消（BORELEASE01）で再引き当てに回す
       *>    (2) 棚に無かった不足数量だけ商品マスタ（IN02）と出荷倉庫の
       *>        倉庫別在庫（WHS01）を減算し、在庫移動台帳へ欠品調整
       *>        （"J"）の減算を記録する（STKMOVE01呼び出し）
       *>    (3) 当該商品を追加棚卸対象ファイル（CSA01）へ追記し、次回の
       *>        棚卸対象選定リスト（ABC01）へ載せて実在庫を確認させる
       *>  欠品明細は欠品理由とともにピッキング欠品一覧表へ印刷する。
       *>  ピッキング数量の無い（旧形式の）確認は注文数量どおりのピッキング
       *>  として扱う。同一のピッキング確認ファイルで再実行しないこと。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        SHORTPK01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイル（マッチング済み）
       *>----------------------------------------------------------------------------
       SELECT    IN01-ZYUTYU-FILE     ASSIGN       TO   "OT01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ピッキング確認ファイル（STATUS01と同一）
       *>----------------------------------------------------------------------------
       SELECT    PCK01-PICK-FILE      ASSIGN       TO   "PCK01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS PCK-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]商品マスタファイル（欠品数量の在庫減算）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER   ASSIGN       TO   "IN02.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS IN02-SHOHIN-CODE
                                      STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]倉庫別在庫ファイル（出荷倉庫の欠品数量の減算。
       *>  TEST0001の倉庫別引き当てと同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    WHS01-SOUKO-ZAIKO    ASSIGN       TO   "WHS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS WHS01-SOUKO-KEY
                                      STATUS       IS WHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]欠品受注ファイル（追記。TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT    BO01-BACKORDER-FILE  ASSIGN       TO   "BO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS BO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]追加棚卸対象ファイル（追記。ABC01が次回の選定リストへ載せる）
       *>----------------------------------------------------------------------------
       SELECT    CSA01-TSUIKA-FILE    ASSIGN       TO   "CSA01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS       IS CSA-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]ピッキング欠品一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT71-KEPPIN-LIST    ASSIGN       TO   "PRT71.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   IN01-ZYUTYU-FILE.
       01   IN01-RECODE.
            03   IN01-ZYUTYU-BANGOU.
                 05   IN01-MISEBAN            PIC X(003).
                 05   IN01-TYUMON-BANGOU      PIC 9(005).
            03   IN01-SHOHIN-ZYOHOU.
                 05   IN01-SHOHIN-CODE.
                      07   IN01-BUNRUI-CODE   PIC X(002).
                      07   IN01-SHOHIN-NO     PIC 9(004).
                 05   IN01-SHOHIN-MI          PIC X(020).
            03   IN01-TYUMON-ZYOHOU.
                 05   IN01-TYUMON-SU          PIC S9(005).
                 05   IN01-UKETUKE-NICHIZI.
                      07   IN01-HIDUKE        PIC 9(008).
                      07   IN01-ZIKAN         PIC 9(004).
                 05   IN01-TANTOSYA-CODE.
                      07   IN01-BUSHO-CODE         PIC X(003).
                      07   IN01-TANTOSYA-BANGOU    PIC 9(004).
            03   IN01-TANKA                   PIC 9(005).
            03   IN01-KINGAKU                 PIC S9(008).
            03   IN01-KOKYAKU-BANGOU          PIC 9(006).
            03   IN01-KOKYAKU-MEI             PIC X(020).
            03   IN01-KOKYAKU-ZYUSHO          PIC X(040).
            03   IN01-YUSEN-KUBUN             PIC X(001).
            03   IN01-TANKA-KUBUN             PIC X(001).
            03   IN01-YAKUSOKU-BI             PIC 9(008).
            03   IN01-GENKA                   PIC 9(005).
            03   IN01-YUBIN-BANGOU            PIC X(007).
            03   IN01-SOUKO-CODE              PIC X(002).
            03   IN01-LOT-NO                  PIC X(008).
            03   IN01-KIT-KUBUN               PIC X(001).
            03   IN01-KIT-OYA-CODE            PIC X(006).
            03   IN01-KYU-SHOHIN-CODE         PIC X(006).
            03   IN01-GENTYUMON-SU            PIC S9(005).
       *>
       *>  トレーラレコード判定用の再定義（OT01-ZYUTYU-FILEのトレーラを除外する）
       01   IN01-TRAILER-CHECK   REDEFINES   IN01-RECODE.
            03   IN01-TRAILER-CODE            PIC X(007).
            03   FILLER                       PIC X(088).
       *>
       *>  ヘッダレコード判定用の再定義（OT01-ZYUTYU-FILEのヘッダを除外する）
       01   IN01-HEADER-CHECK   REDEFINES   IN01-RECODE.
            03   IN01-HEADER-CODE             PIC X(006).
            03   FILLER                       PIC X(089).
       *>----------------------------------------------------------------------------
       *>[入力]ピッキング確認ファイルのレイアウト定義（STATUS01と同一）
       *>----------------------------------------------------------------------------
       FD   PCK01-PICK-FILE.
       01   PCK01-RECODE.
            03   PCK01-ZYUTYU-BANGOU.
                 05   PCK01-MISEBAN           PIC X(003).
                 05   PCK01-TYUMON-BANGOU     PIC 9(005).
            03   PCK01-SHOHIN-CODE            PIC X(006).
            03   PCK01-PICK-BI                PIC 9(008).
       *>   --ピッキング数量・欠品理由コード（注文数量に満たない場合のみ
       *>     理由を付す）--
            03   PCK01-PICK-SU                PIC 9(005).
            03   PCK01-KEPPIN-RIYU            PIC X(002).
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
       *>[入出力]倉庫別在庫ファイルのレイアウト定義（倉庫×商品の在庫数）
       *>----------------------------------------------------------------------------
       FD   WHS01-SOUKO-ZAIKO.
       01   WHS01-RECODE.
            03   WHS01-SOUKO-KEY.
                 05   WHS01-SOUKO-CODE        PIC X(002).
                 05   WHS01-SHOHIN-CODE       PIC X(006).
            03   WHS01-ZAIKO-SU               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]欠品受注ファイルのレイアウト定義（TEST0001と同一レイアウト）
       *>----------------------------------------------------------------------------
       FD   BO01-BACKORDER-FILE.
       01   BO01-RECODE.
          03   BO01-ZYUTYU-BANGOU.
                05   BO01-MISEBAN                   PIC X(003).
                05   BO01-TYUMON-BANGOU             PIC 9(005).
          03   BO01-SHOHIN-CODE.
                05   BO01-BUNRUI-CODE               PIC X(002).
                05   BO01-SHOHIN-NO                 PIC 9(004).
          03   BO01-TYUMON-SU                       PIC 9(005).
          03   BO01-ZAIKO-SU                        PIC 9(006).
       *>  --欠品解消時の再投入（受注ファイル再生成）用の引き継ぎ項目--
          03   BO01-UKETUKE-NICHIZI.
                05   BO01-HIDUKE                    PIC 9(008).
                05   BO01-ZIKAN                     PIC 9(004).
          03   BO01-KOKYAKU-BANGOU                  PIC 9(006).
          03   BO01-TANTOSYA-CODE.
                05   BO01-BUSHO-CODE                PIC X(003).
                05   BO01-TANTOSYA-BANGOU           PIC 9(004).
          03   BO01-YUSEN-KUBUN                     PIC X(001).
       *>  --約束出荷日（元の受注の約束出荷日を引き継ぐ）--
          03   BO01-YAKUSOKU-BI                     PIC 9(008).
       *>  --元注文日（西暦８桁）と欠品計上日（滞留日数の起点）--
          03   BO01-GENCHUMON-BI                    PIC 9(008).
          03   BO01-KEIJOU-BI                       PIC 9(008).
       *>  --納品先コード（受注ファイルに無いため空欄）--
          03   BO01-NOHIN-SAKI                      PIC X(003).
          03   BO01-KAKAKU-SHONIN-KUBUN             PIC X(001).
          03   BO01-SURYO-KAKUNIN-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]追加棚卸対象ファイルのレイアウト定義
       *>  （棚卸対象選定リスト（CSL01）と同一形式。区分Ｋ＝欠品起因）
       *>----------------------------------------------------------------------------
       FD   CSA01-TSUIKA-FILE.
       01   CSA01-RECODE.
            03   CSA01-SHOHIN-CODE            PIC X(006).
            03   CSA01-TOUKYU                 PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]ピッキング欠品一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT71-KEPPIN-LIST.
       01   PRT71-RECODE                      PIC X(132).
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
            03   WRK-LINE-COUNT               PIC 9(002).
            03   WRK-PAGE-COUNT               PIC 9(004).
            *>--読み込み件数・欠品明細件数・欠品数量合計・エラー件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-KEPPIN-COUNT             PIC 9(006).
            03   WRK-KEPPIN-SU-GOKEI          PIC 9(007).
            03   WRK-ERROR-COUNT              PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   PCK-FILE-STATUS                   PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       01   BO-FILE-STATUS                    PIC XX.
       01   CSA-FILE-STATUS                   PIC XX.
       *>
       *>--倉庫別在庫ファイルの状態（未整備時は倉庫別の減算を行わない）--
       01   WHS-FILE-STATUS                   PIC XX.
       01   WRK-WHS-ARI-SW                    PIC X(001).
            88   WRK-WHS-ARI                  VALUE "Y".
       *>
       *>--ピッキング確認ファイルの一括読み込み用テーブル
       *>  （ピッキング数量のある確認のみ）--
       77   CST-MAX-PICK-KENSU                PIC 9(004) VALUE 9999.
       01   WRK-PICK-TBL.
            03   WRK-PICK-ENT                     OCCURS 9999.
                 05   WRK-PICK-ZYUTYU             PIC X(008).
                 05   WRK-PICK-SHOHIN             PIC X(006).
                 05   WRK-PICK-SU                 PIC 9(005).
                 05   WRK-PICK-RIYU               PIC X(002).
       01   WRK-PICK-CNT                      PIC 9(004).
       01   WRK-PICK-IDX                      PIC 9(004).
       01   WRK-PICK-MITUKE-SW                PIC X(001).
            88   WRK-PICK-MITUKE              VALUE "Y".
       *>
       *>--追加棚卸対象へ追記済みの商品（同一商品の重複追記防止）--
       77   CST-MAX-TANA-KENSU                PIC 9(004) VALUE 9999.
       01   WRK-TANA-TBL.
            03   WRK-TANA-SHOHIN                  OCCURS 9999
                                              PIC X(006).
       01   WRK-TANA-CNT                      PIC 9(004).
       01   WRK-TANA-IDX                      PIC 9(004).
       01   WRK-TANA-MITUKE-SW                PIC X(001).
            88   WRK-TANA-MITUKE              VALUE "Y".
       *>
       *>--欠品明細１件分の作業数量--
       01   WRK-KEPPIN-SU                     PIC 9(005).
       01   WRK-GENSAN-SU                     PIC 9(005).
       *>
       *>--在庫移動台帳書き込み用（STKMOVE01呼び出し。実行番号は持たない
       *>  ためゼロで記録する）--
       01   WRK-MOVE-PROGRAM-ID               PIC X(010)
                                        VALUE "SHORTPK01".
       01   WRK-MOVE-RUN-ID                   PIC 9(006) VALUE ZERO.
       01   WRK-MOVE-KUBUN                    PIC X(001).
       01   WRK-MOVE-SU                       PIC S9(007).
       01   WRK-MOVE-MAE-ZAIKO                PIC 9(006).
       01   WRK-MOVE-SOUKO                    PIC X(002).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "SHORTPK01".
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
            03   FILLER                       PIC X(030)
                     VALUE "ピッキング欠品一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(004)
                                 VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
            03   HD01-PAGE                    PIC ZZZ9.
       *>
       01   HD02-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(012)
                     VALUE "受注番号".
            03   FILLER                       PIC X(010)
                     VALUE "商品CD".
            03   FILLER                       PIC X(022)
                     VALUE "商品名".
            03   FILLER                       PIC X(006)
                     VALUE "倉庫".
            03   FILLER                       PIC X(009)
                     VALUE "注文数".
            03   FILLER                       PIC X(012)
                     VALUE "ピック数".
            03   FILLER                       PIC X(009)
                     VALUE "欠品数".
            03   FILLER                       PIC X(008)
                     VALUE "理由".
            03   FILLER                       PIC X(015)
                     VALUE "調整後在庫".
       *>
       01   HD03-MEISAI.
            03   HD03-ZYUTYU-BANGOU           PIC X(008).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SOUKO-CODE              PIC X(002).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-TYUMON-SU               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-PICK-SU                 PIC ZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-KEPPIN-SU               PIC ZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-RIYU                    PIC X(002).
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD03-ZAIKO-SU                PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-BIKO                    PIC X(024).
       *>
       01   HD04-GOKEI.
            03   FILLER                       PIC X(030)
                     VALUE "欠品明細件数：".
            03   HD04-KEPPIN-COUNT            PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(030)
                     VALUE "欠品数量合計：".
            03   HD04-KEPPIN-SU-GOKEI         PIC Z,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "SHORTPK01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "受注明細件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "欠品明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "マスタ無し件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(039)
                  VALUE "IN01-ZYUTYU-FILE入出力異常 STATUS=".
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
       *>  作業領域の初期化・開始時刻の取得
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-KEPPIN-COUNT.
           MOVE   ZERO       TO   WRK-KEPPIN-SU-GOKEI.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-TANA-CNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  ピッキング確認ファイルの一括読み込み
           PERFORM   PICK-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    IN01-ZYUTYU-FILE
                  I-O      IN02-SHOHIN-MASTER
                  OUTPUT   PRT71-KEPPIN-LIST.
       *>
       *>  欠品受注ファイルは追記モードでオープンする（ファイルが無い場合は
       *>  新規作成）
           OPEN   EXTEND   BO01-BACKORDER-FILE.
           IF   BO-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   BO01-BACKORDER-FILE
           END-IF.
       *>
       *>  追加棚卸対象ファイルは追記モードでオープンする（ファイルが無い
       *>  場合は新規作成）
           OPEN   EXTEND   CSA01-TSUIKA-FILE.
           IF   CSA-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   CSA01-TSUIKA-FILE
           END-IF.
       *>
       *>  倉庫別在庫ファイルのオープン（未整備時は倉庫別の減算を行わない）
           MOVE   SPACE   TO   WRK-WHS-ARI-SW.
           OPEN   I-O   WHS01-SOUKO-ZAIKO.
           IF   WHS-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-WHS-ARI-SW
           END-IF.
       *>
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       *>受注ファイルの読み込み
           PERFORM   ZYUTYU-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  欠品明細件数・欠品数量合計の印刷
           MOVE   WRK-KEPPIN-COUNT      TO   HD04-KEPPIN-COUNT.
           MOVE   WRK-KEPPIN-SU-GOKEI   TO   HD04-KEPPIN-SU-GOKEI.
           MOVE   SPACE                 TO   PRT71-RECODE.
           WRITE  PRT71-RECODE.
           WRITE  PRT71-RECODE          FROM   HD04-GOKEI.
       *>
       *>ファイルのクローズ
           CLOSE   IN01-ZYUTYU-FILE
                   IN02-SHOHIN-MASTER
                   BO01-BACKORDER-FILE
                   CSA01-TSUIKA-FILE
                   PRT71-KEPPIN-LIST.
       *>
           IF   WRK-WHS-ARI   THEN
                CLOSE   WHS01-SOUKO-ZAIKO
           END-IF.
       *>
       *>読み込み・欠品・エラー件数の表示
           MOVE   WRK-IN-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-KEPPIN-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-ERROR-COUNT    TO   MSG4-COUNT.
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
                                          WRK-KEPPIN-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（受注明細１件ごとのピッキング数量の突き合わせ）
       *>  逆仕訳（マイナス数量）・キット親の請求行（区分Ｐ）・仕入先直送
       *>  （出荷倉庫"DS"）の明細はピッキングしないため対象外とする
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           IF   IN01-TRAILER-CODE   =   "TRAILER"
           OR   IN01-HEADER-CODE    =   "HEADER"
           OR   IN01-TYUMON-SU      NOT >   ZERO
           OR   IN01-KIT-KUBUN      =   "P"
           OR   IN01-SOUKO-CODE     =   "DS"   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
       *>  ピッキング確認の検索（確認の無い明細・数量の無い確認は対象外）
           MOVE   SPACE   TO   WRK-PICK-MITUKE-SW.
           PERFORM   PICK-TBL-CHECK-PROC
                    VARYING   WRK-PICK-IDX   FROM   1   BY   1
                    UNTIL   WRK-PICK-IDX   >   WRK-PICK-CNT
                    OR      WRK-PICK-MITUKE.
       *>
           IF   NOT   WRK-PICK-MITUKE   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
           SUBTRACT   1   FROM   WRK-PICK-IDX.
       *>
           IF   WRK-PICK-SU(WRK-PICK-IDX)   NOT <   IN01-TYUMON-SU
           THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  欠品数量（注文数量−ピッキング数量）の処理
           COMPUTE   WRK-KEPPIN-SU   =
                     IN01-TYUMON-SU   -   WRK-PICK-SU(WRK-PICK-IDX).
           ADD   1               TO   WRK-KEPPIN-COUNT.
           ADD   WRK-KEPPIN-SU   TO   WRK-KEPPIN-SU-GOKEI.
       *>
           MOVE   SPACE   TO   HD03-BIKO.
       *>
       *>  商品マスタ・倉庫別在庫の減算と在庫移動台帳への記録
           MOVE   IN01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     ADD    1   TO   WRK-ERROR-COUNT
                     MOVE   ZERO   TO   IN02-ZAIKO-SU
                     MOVE   "商品マスタ無し"   TO   HD03-BIKO
               NOT   INVALID   KEY
                     PERFORM   ZAIKO-GENSAN-PROC
           END-READ.
       *>
       *>  不足数量の欠品受注ファイルへの追記
           PERFORM   BACKORDER-WRITE-PROC.
       *>
       *>  追加棚卸対象ファイルへの追記
           PERFORM   TANAOROSHI-TSUIKA-PROC.
       *>
       *>  ピッキング欠品一覧表の印刷
           PERFORM   MEISAI-WRITE-PROC.
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   ZYUTYU-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ピッキング確認テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       PICK-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-PICK-ZYUTYU(WRK-PICK-IDX)   =   IN01-ZYUTYU-BANGOU
           AND  WRK-PICK-SHOHIN(WRK-PICK-IDX)   =   IN01-SHOHIN-CODE
           THEN
                MOVE   "Y"   TO   WRK-PICK-MITUKE-SW
           END-IF.
       *>
       PICK-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>欠品数量の在庫減算（架空在庫の修正）
       *>  棚に無かった数量だけ商品マスタの在庫数を減算し、在庫移動台帳へ
       *>  欠品調整（"J"）を記録する。在庫数を超える分は減算しない。
       *>  出荷倉庫の倉庫別在庫も同数を減算する
       *>----------------------------------------------------------------------------
       ZAIKO-GENSAN-PROC                  SECTION.
       *>
           IF   WRK-KEPPIN-SU   >   IN02-ZAIKO-SU   THEN
                MOVE   IN02-ZAIKO-SU   TO   WRK-GENSAN-SU
           ELSE
                MOVE   WRK-KEPPIN-SU   TO   WRK-GENSAN-SU
           END-IF.
       *>
           IF   WRK-GENSAN-SU   =   ZERO   THEN
                GO   TO   ZAIKO-GENSAN-PROC-EXIT
           END-IF.
       *>
           MOVE   "J"                 TO   WRK-MOVE-KUBUN.
           COMPUTE   WRK-MOVE-SU   =   ZERO   -   WRK-GENSAN-SU.
           MOVE   IN02-ZAIKO-SU       TO   WRK-MOVE-MAE-ZAIKO.
           MOVE   IN01-SOUKO-CODE     TO   WRK-MOVE-SOUKO.
       *>
           SUBTRACT   WRK-GENSAN-SU   FROM   IN02-ZAIKO-SU.
           REWRITE    IN02-RECODE.
       *>
           CALL   "STKMOVE01"   USING   WRK-MOVE-PROGRAM-ID
                                         WRK-MOVE-RUN-ID
                                         IN02-SHOHIN-CODE
                                         WRK-MOVE-KUBUN
                                         WRK-MOVE-SU
                                         WRK-MOVE-MAE-ZAIKO
                                         IN02-ZAIKO-SU
                                         WRK-MOVE-SOUKO.
       *>
       *>  倉庫別在庫ファイルの出荷倉庫の減算
           PERFORM   SOUKO-ZAIKO-GENSAN-PROC.
       *>
       ZAIKO-GENSAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>倉庫別在庫ファイルの欠品数量の減算処理
       *>  出荷倉庫×商品の在庫数から減算する（在庫数を超える分は減算せず、
       *>  未登録の組み合わせは減算しない）
       *>----------------------------------------------------------------------------
       SOUKO-ZAIKO-GENSAN-PROC            SECTION.
       *>
           IF   NOT   WRK-WHS-ARI   THEN
                GO   TO   SOUKO-ZAIKO-GENSAN-PROC-EXIT
           END-IF.
       *>
           MOVE   IN01-SOUKO-CODE    TO   WHS01-SOUKO-CODE.
           MOVE   IN01-SHOHIN-CODE   TO   WHS01-SHOHIN-CODE.
       *>
           READ WHS01-SOUKO-ZAIKO
               INVALID     KEY
                     MOVE   "倉庫別在庫無し"   TO   HD03-BIKO
       *>
               NOT   INVALID   KEY
                     IF   WRK-GENSAN-SU   >   WHS01-ZAIKO-SU   THEN
                          MOVE   ZERO   TO   WHS01-ZAIKO-SU
                     ELSE
                          SUBTRACT   WRK-GENSAN-SU   FROM
                                     WHS01-ZAIKO-SU
                     END-IF
                     REWRITE   WHS01-RECODE
       *>
           END-READ.
       *>
       SOUKO-ZAIKO-GENSAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]欠品受注ファイルの編集・書き込み処理（不足数量分）
       *>  再投入に必要な受付日時・顧客・担当者・優先区分は受注明細から
       *>  引き継ぎ、約束出荷日は元の受注の約束出荷日とする
       *>----------------------------------------------------------------------------
       BACKORDER-WRITE-PROC               SECTION.
       *>
           MOVE   SPACE                  TO   BO01-RECODE.
           MOVE   IN01-ZYUTYU-BANGOU     TO   BO01-ZYUTYU-BANGOU.
           MOVE   IN01-SHOHIN-CODE       TO   BO01-SHOHIN-CODE.
           MOVE   WRK-KEPPIN-SU          TO   BO01-TYUMON-SU.
           MOVE   IN02-ZAIKO-SU          TO   BO01-ZAIKO-SU.
           MOVE   IN01-HIDUKE            TO   BO01-HIDUKE.
           MOVE   IN01-ZIKAN             TO   BO01-ZIKAN.
           MOVE   IN01-KOKYAKU-BANGOU    TO   BO01-KOKYAKU-BANGOU.
           MOVE   IN01-BUSHO-CODE        TO   BO01-BUSHO-CODE.
           MOVE   IN01-TANTOSYA-BANGOU   TO   BO01-TANTOSYA-BANGOU.
           MOVE   IN01-YUSEN-KUBUN       TO   BO01-YUSEN-KUBUN.
           MOVE   IN01-YAKUSOKU-BI       TO   BO01-YAKUSOKU-BI.
           MOVE   IN01-HIDUKE            TO   BO01-GENCHUMON-BI.
           MOVE   WRK-RUN-DATE           TO   BO01-KEIJOU-BI.
       *>
           WRITE  BO01-RECODE.
       *>
       BACKORDER-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加棚卸対象ファイルへの追記（同一商品は１回のみ）
       *>----------------------------------------------------------------------------
       TANAOROSHI-TSUIKA-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-TANA-MITUKE-SW.
           PERFORM   TANA-TBL-CHECK-PROC
                    VARYING   WRK-TANA-IDX   FROM   1   BY   1
                    UNTIL   WRK-TANA-IDX   >   WRK-TANA-CNT
                    OR      WRK-TANA-MITUKE.
       *>
           IF   WRK-TANA-MITUKE   THEN
                GO   TO   TANAOROSHI-TSUIKA-PROC-EXIT
           END-IF.
       *>
           IF   WRK-TANA-CNT   NOT <   CST-MAX-TANA-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
           ADD    1                  TO   WRK-TANA-CNT.
           MOVE   IN01-SHOHIN-CODE   TO   WRK-TANA-SHOHIN(WRK-TANA-CNT).
       *>
           MOVE   IN01-SHOHIN-CODE   TO   CSA01-SHOHIN-CODE.
           MOVE   "K"                TO   CSA01-TOUKYU.
           WRITE  CSA01-RECODE.
       *>
       TANAOROSHI-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>追加棚卸対象の追記済みチェック（１件分）
       *>----------------------------------------------------------------------------
       TANA-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-TANA-SHOHIN(WRK-TANA-IDX)   =   IN01-SHOHIN-CODE
           THEN
                MOVE   "Y"   TO   WRK-TANA-MITUKE-SW
           END-IF.
       *>
       TANA-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ピッキング欠品一覧表の明細印刷
       *>----------------------------------------------------------------------------
       MEISAI-WRITE-PROC                  SECTION.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   IN01-ZYUTYU-BANGOU          TO   HD03-ZYUTYU-BANGOU.
           MOVE   IN01-SHOHIN-CODE            TO   HD03-SHOHIN-CODE.
           MOVE   IN01-SHOHIN-MI              TO   HD03-SHOHIN-MI.
           MOVE   IN01-SOUKO-CODE             TO   HD03-SOUKO-CODE.
           MOVE   IN01-TYUMON-SU              TO   HD03-TYUMON-SU.
           MOVE   WRK-PICK-SU(WRK-PICK-IDX)   TO   HD03-PICK-SU.
           MOVE   WRK-KEPPIN-SU               TO   HD03-KEPPIN-SU.
           MOVE   WRK-PICK-RIYU(WRK-PICK-IDX) TO   HD03-RIYU.
           MOVE   IN02-ZAIKO-SU               TO   HD03-ZAIKO-SU.
       *>
           MOVE   SPACE          TO   PRT71-RECODE.
           WRITE  PRT71-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ピッキング欠品一覧表の見出しの印刷処理
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT71-RECODE.
           WRITE   PRT71-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    SPACE              TO   PRT71-RECODE.
           WRITE   PRT71-RECODE       FROM   HD02-KOUMOKU-MIDASHI.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ピッキング確認ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  ピッキング数量の無い（旧形式の）確認は注文数量どおりとみなし
       *>  格納しない。確認ファイルが無い場合は欠品なしとして処理する
       *>----------------------------------------------------------------------------
       PICK-FILE-LOAD-PROC                SECTION.
       *>
           MOVE   ZERO    TO   WRK-PICK-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PCK01-PICK-FILE.
       *>
           IF   PCK-FILE-STATUS   =   "00"   THEN
                PERFORM   PICK-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   PCK01-PICK-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       PICK-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ピッキング確認ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       PICK-FILE-READ-PROC                SECTION.
       *>
           READ PCK01-PICK-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   PCK01-PICK-SU   IS   NUMERIC   THEN
                          IF   WRK-PICK-CNT   >=   CST-MAX-PICK-KENSU
                          THEN
                               PERFORM   TBL-OVER-ABORT-PROC
                          END-IF
                          ADD   1   TO   WRK-PICK-CNT
                          MOVE   PCK01-ZYUTYU-BANGOU   TO
                              WRK-PICK-ZYUTYU(WRK-PICK-CNT)
                          MOVE   PCK01-SHOHIN-CODE     TO
                              WRK-PICK-SHOHIN(WRK-PICK-CNT)
                          MOVE   PCK01-PICK-SU         TO
                              WRK-PICK-SU(WRK-PICK-CNT)
                          MOVE   PCK01-KEPPIN-RIYU     TO
                              WRK-PICK-RIYU(WRK-PICK-CNT)
                     END-IF
           END-READ.
       *>
       PICK-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注ファイルの読み込み
       *>----------------------------------------------------------------------------
       ZYUTYU-FILE-READ-PROC              SECTION.
       *>
           READ   IN01-ZYUTYU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       ZYUTYU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
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
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ処理（異常終了する）
       *>----------------------------------------------------------------------------
       TBL-OVER-ABORT-PROC                SECTION.
       *>
           DISPLAY   MSA-MESSAGE-AREA   UPON   CONSOLE.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       TBL-OVER-ABORT-PROC-EXIT.
       *>
           EXIT.
