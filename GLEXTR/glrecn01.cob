       *>----------------------------------------------------------------------------
       *>補助簿・総勘定元帳照合処理（月末）
       *>  補助簿の残高とＧＬ連携ファイル（GLJ01・GLEXTR01が書き出す当月分の
       *>  仕訳）の勘定残高を照合する。
       *>  在庫は月末在庫評価額抽出ファイル（VALEX01・VALUATION01が月末に
       *>  書き出す）の評価額合計と、在庫勘定の仕訳（借方－貸方）の純額を
       *>  比較する。売掛金は売掛オープン明細台帳（ARO01）の未回収残
       *>  （請求額－入金額）合計と、売掛金勘定の仕訳の純額を比較する。
       *>  在庫勘定・売掛金勘定は勘定科目対応マスタ（GLM01）から求め、在庫
       *>  移動（発生源区分Ｍ）の貸方科目を在庫勘定、売上（発生源区分Ｓ）の
       *>  借方科目を売掛金勘定とする。貸倒償却仕訳ファイル（WOJ01・
       *>  WRTOFF01が書き出す）・在庫廃棄仕訳ファイル（HKJ01・DISPOS01が
       *>  書き出す）があれば、その仕訳も元帳側へ含める。両ファイルは随時
       *>  実行の追記で過去月の仕訳も残るため、伝票日付が照合対象月（月末
       *>  在庫評価額抽出の月末日の年月。抽出が無い場合は実行年月）の仕訳
       *>  のみを含める。
       *>  照合表（PRT65）には補助簿・元帳の両残高と差異、元帳側の発生源区分
       *>  別の内訳を印刷し、差異が許容額（共通実行パラメータ・既定値ゼロ）を
       *>  超える場合は運用アラート（OPSALERT01）へ書き込む。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        GLRECN01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]月末在庫評価額抽出ファイル（VALUATION01の出力）
       *>----------------------------------------------------------------------------
       SELECT    VALEX01-EXTRACT-FILE ASSIGN       TO   "VALEX01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS VALEX-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]売掛オープン明細台帳（CASHAPP01の出力）
       *>----------------------------------------------------------------------------
       SELECT    ARO01-URIKAKE-FILE   ASSIGN       TO   "ARO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ARO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ＧＬ連携（仕訳）ファイル（GLEXTR01の出力）
       *>----------------------------------------------------------------------------
       SELECT    GLJ01-SHIWAKE-FILE   ASSIGN       TO   "GLJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS GLJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]貸倒償却仕訳ファイル（WRTOFF01の出力・GLJ01と同一形式）
       *>----------------------------------------------------------------------------
       SELECT    WOJ01-SHIWAKE-FILE   ASSIGN       TO   "WOJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS WOJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]在庫廃棄仕訳ファイル（DISPOS01の出力・GLJ01と同一形式）
       *>----------------------------------------------------------------------------
       SELECT    HKJ01-SHIWAKE-FILE   ASSIGN       TO   "HKJ01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS HKJ-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイル
       *>----------------------------------------------------------------------------
       SELECT    GLM01-TAIO-MASTER    ASSIGN       TO   "GLM01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS GLM-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]補助簿・総勘定元帳照合表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-SHOGO-RPT      ASSIGN       TO   "PRT65.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]月末在庫評価額抽出ファイルのレイアウト定義（VALUATION01と同一）
       *>----------------------------------------------------------------------------
       FD   VALEX01-EXTRACT-FILE.
       01   VALEX01-RECODE.
            03   VALEX01-SHOHIN-CODE.
                 05   VALEX01-BUNRUI-CODE     PIC X(002).
                 05   VALEX01-SHOHIN-NO       PIC 9(004).
            03   VALEX01-ZAIKO-SU             PIC 9(004).
            03   VALEX01-TANKA                PIC 9(005).
            03   VALEX01-HYOKA-GAKU           PIC 9(010).
       *>
       *>  トレーラレコード判定用の再定義
       01   VALEX01-TRAILER-RECODE.
            03   VALEX01-TR-CODE              PIC X(007).
            03   VALEX01-TR-COUNT             PIC 9(006).
            03   VALEX01-TR-GETSUMATSU-HI     PIC 9(008).
            03   FILLER                       PIC X(004).
       *>----------------------------------------------------------------------------
       *>[入力]売掛オープン明細台帳のレイアウト定義（CASHAPP01と同一）
       *>----------------------------------------------------------------------------
       FD   ARO01-URIKAKE-FILE.
       01   ARO01-RECODE.
            03   ARO01-KOKYAKU-BANGOU         PIC 9(006).
            03   ARO01-SEIKYU-NENGETU         PIC 9(006).
            03   ARO01-SEIKYU-GAKU            PIC S9(010).
            03   ARO01-NYUKIN-GAKU            PIC S9(010).
       *>   --支払期日（顧客の回収サイトから算出）--
            03   ARO01-SHIHARAI-KIJITSU       PIC 9(008).
       *>   --外貨建て請求の請求通貨・請求時レート・外貨請求額と外貨入金額
       *>     （円建ては空白・ゼロ）--
            03   ARO01-TSUKA-CODE             PIC X(003).
            03   ARO01-KAWASE-RATE            PIC 9(003)V9(004).
            03   ARO01-GAIKA-SEIKYU-GAKU      PIC S9(010)V99.
            03   ARO01-GAIKA-NYUKIN-GAKU      PIC S9(010)V99.
       *>----------------------------------------------------------------------------
       *>[入力]ＧＬ連携（仕訳）ファイルのレイアウト定義（GLEXTR01と同一）
       *>  （レコード区分：Ｊ＝仕訳、Ｔ＝管理トレーラ）
       *>----------------------------------------------------------------------------
       FD   GLJ01-SHIWAKE-FILE.
       01   GLJ01-RECODE.
            03   GLJ01-RECORD-KUBUN           PIC X(001).
            03   GLJ01-DENPYO-BI              PIC 9(008).
            03   GLJ01-GENSEN-KUBUN           PIC X(001).
            03   GLJ01-BUNRUI-CODE            PIC X(002).
            03   GLJ01-KAMOKU                 PIC X(006).
            03   GLJ01-TAISHAKU-KUBUN         PIC X(001).
            03   GLJ01-KINGAKU                PIC S9(010).
       *>----------------------------------------------------------------------------
       *>[入力]貸倒償却仕訳ファイルのレイアウト定義（GLJ01と同一形式）
       *>----------------------------------------------------------------------------
       FD   WOJ01-SHIWAKE-FILE.
       01   WOJ01-RECODE.
            03   WOJ01-RECORD-KUBUN           PIC X(001).
            03   WOJ01-DENPYO-BI              PIC 9(008).
            03   WOJ01-GENSEN-KUBUN           PIC X(001).
            03   WOJ01-BUNRUI-CODE            PIC X(002).
            03   WOJ01-KAMOKU                 PIC X(006).
            03   WOJ01-TAISHAKU-KUBUN         PIC X(001).
            03   WOJ01-KINGAKU                PIC S9(010).
       *>----------------------------------------------------------------------------
       *>[入力]在庫廃棄仕訳ファイルのレイアウト定義（GLJ01と同一形式）
       *>----------------------------------------------------------------------------
       FD   HKJ01-SHIWAKE-FILE.
       01   HKJ01-RECODE.
            03   HKJ01-RECORD-KUBUN           PIC X(001).
            03   HKJ01-DENPYO-BI              PIC 9(008).
            03   HKJ01-GENSEN-KUBUN           PIC X(001).
            03   HKJ01-BUNRUI-CODE            PIC X(002).
            03   HKJ01-KAMOKU                 PIC X(006).
            03   HKJ01-TAISHAKU-KUBUN         PIC X(001).
            03   HKJ01-KINGAKU                PIC S9(010).
       *>----------------------------------------------------------------------------
       *>[入力]勘定科目対応マスタファイルのレイアウト定義（GLEXTR01と同一）
       *>----------------------------------------------------------------------------
       FD   GLM01-TAIO-MASTER.
       01   GLM01-RECODE.
            03   GLM01-GENSEN-KUBUN           PIC X(001).
            03   GLM01-BUNRUI-CODE            PIC X(002).
            03   GLM01-KARIKATA-KAMOKU        PIC X(006).
            03   GLM01-KASHIKATA-KAMOKU       PIC X(006).
       *>----------------------------------------------------------------------------
       *>[出力]補助簿・総勘定元帳照合表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-SHOGO-RPT.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で各集計処理を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--照合区分（Ｚ＝在庫、Ｕ＝売掛金）--
       77   CST-SHOGO-ZAIKO                   PIC X(001) VALUE "Z".
       77   CST-SHOGO-URIKAKE                 PIC X(001) VALUE "U".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--仕訳読み込み件数・差異超過件数--
            03   WRK-SHIWAKE-COUNT            PIC 9(006).
            03   WRK-CHOKA-COUNT              PIC 9(006).
            *>--補助簿残高（在庫評価額合計・売掛未回収残合計）--
            03   WRK-ZAIKO-HOJO-KEI           PIC S9(012).
            03   WRK-URIKAKE-HOJO-KEI         PIC S9(012).
            *>--元帳純額（借方－貸方）--
            03   WRK-ZAIKO-GL-KEI             PIC S9(012).
            03   WRK-URIKAKE-GL-KEI           PIC S9(012).
            *>--差異（補助簿－元帳）--
            03   WRK-SAGAKU                   PIC S9(012).
            *>--月末在庫評価額抽出の月末日（トレーラから取得）--
            03   WRK-GETSUMATSU-HI            PIC 9(008).
            *>--照合対象月（貸倒償却・在庫廃棄仕訳の抽出条件）--
            03   WRK-TAISHO-NENGETU           PIC 9(006).
       *>
       01   VALEX-FILE-STATUS                 PIC XX.
       01   ARO-FILE-STATUS                   PIC XX.
       01   GLJ-FILE-STATUS                   PIC XX.
       01   WOJ-FILE-STATUS                   PIC XX.
       01   HKJ-FILE-STATUS                   PIC XX.
       01   GLM-FILE-STATUS                   PIC XX.
       *>
       *>--補助簿ファイルの有無（無い場合は当該照合を判定しない）--
       01   WRK-VALEX-ARI-SW                  PIC X(001).
            88   WRK-VALEX-ARI                VALUE "Y".
       01   WRK-ARO-ARI-SW                    PIC X(001).
            88   WRK-ARO-ARI                  VALUE "Y".
       *>
       *>--差異の許容額（共通実行パラメータで指定する。未設定時はゼロ）--
       01   WRK-KYOYO-GAKU                    PIC 9(009) VALUE ZERO.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "GLRECN01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--照合対象の勘定科目テーブル（勘定科目対応マスタから求める）--
       77   CST-MAX-KAMOKU-KENSU              PIC 9(003) VALUE 999.
       01   WRK-KAMOKU-TBL.
            03   WRK-KAMOKU-ENT                   OCCURS 999.
                 05   WRK-KMK-SHOGO-KUBUN         PIC X(001).
                 05   WRK-KMK-KAMOKU              PIC X(006).
       01   WRK-KAMOKU-CNT                    PIC 9(003).
       01   WRK-KAMOKU-IDX                    PIC 9(003).
       01   WRK-KAMOKU-HIT-IDX                PIC 9(003).
       *>--科目検索用（照合区分・勘定科目）--
       01   WRK-SAGASHI-SHOGO                 PIC X(001).
       01   WRK-SAGASHI-KAMOKU                PIC X(006).
       *>
       *>--元帳側の照合区分×発生源区分の内訳テーブル--
       77   CST-MAX-UCHIWAKE-KENSU            PIC 9(003) VALUE 999.
       01   WRK-UCHIWAKE-TBL.
            03   WRK-UCHIWAKE-ENT                 OCCURS 999.
                 05   WRK-UCW-SHOGO-KUBUN         PIC X(001).
                 05   WRK-UCW-GENSEN              PIC X(001).
                 05   WRK-UCW-KARIKATA            PIC S9(012).
                 05   WRK-UCW-KASHIKATA           PIC S9(012).
       01   WRK-UCHIWAKE-CNT                  PIC 9(003).
       01   WRK-UCHIWAKE-IDX                  PIC 9(003).
       01   WRK-UCHIWAKE-HIT-IDX              PIC 9(003).
       *>--仕訳１件分の積み上げ用（発生源区分・勘定科目・貸借・金額）--
       01   WRK-SW-GENSEN                     PIC X(001).
       01   WRK-SW-KAMOKU                     PIC X(006).
       01   WRK-SW-TAISHAKU                   PIC X(001).
       01   WRK-SW-KINGAKU                    PIC S9(010).
       *>--内訳の印刷対象の照合区分--
       01   WRK-INSATSU-SHOGO                 PIC X(001).
       *>
       *>--運用アラート書き込み用（OPSALERT01呼び出し）--
       01   WRK-ALERT-JOB-NAME                PIC X(020)
                                        VALUE "GLRECN01".
       01   WRK-ALERT-RUN-ID                  PIC 9(006) VALUE ZERO.
       01   WRK-ALERT-SEVERITY                PIC X(006).
       01   WRK-ALERT-MSG-CODE                PIC X(008).
       01   WRK-ALERT-MSG-TEXT                PIC X(040).
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
                   VALUE "補助簿・総勘定元帳照合表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(015)
                                 VALUE "　許容額：".
            03   HD01-KYOYO-GAKU              PIC ZZZ,ZZZ,ZZ9.
       *>
       01   HD02-MIDASHI-2.
            03   HD02-SHOGO-MEI               PIC X(030).
            03   HD02-CHUKI                   PIC X(060).
       *>
       01   HD03-KINGAKU-LINE.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KOMOKU-MEI              PIC X(036).
            03   HD03-KINGAKU                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HANTEI                  PIC X(030).
       *>
       01   HD04-UCHIWAKE-KOMOKU.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(018)
                                 VALUE "発生源区分".
            03   FILLER                       PIC X(012) VALUE SPACE.
            03   FILLER                       PIC X(006)
                                 VALUE "借方".
            03   FILLER                       PIC X(012) VALUE SPACE.
            03   FILLER                       PIC X(006)
                                 VALUE "貸方".
            03   FILLER                       PIC X(012) VALUE SPACE.
            03   FILLER                       PIC X(006)
                                 VALUE "純額".
       *>
       01   HD05-UCHIWAKE-LINE.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   HD05-GENSEN-KUBUN            PIC X(001).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-GENSEN-MEI              PIC X(015).
            03   HD05-KARIKATA                PIC -ZZZ,ZZZ,ZZZ,ZZ9.
            03   HD05-KASHIKATA               PIC -ZZZ,ZZZ,ZZZ,ZZ9.
            03   HD05-JUNGAKU                 PIC -ZZZ,ZZZ,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "GLRECN01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "仕訳読み込み件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "差異超過件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  補助簿残高の集計（在庫評価額・売掛未回収残）
           PERFORM   ZAIKO-HOJO-CONTROL-PROC.
           PERFORM   URIKAKE-HOJO-CONTROL-PROC.
       *>
       *>  照合対象月の決定
           PERFORM   TAISHO-NENGETU-SET-PROC.
       *>
       *>  元帳純額の集計（ＧＬ連携ファイル・貸倒償却仕訳ファイル・
       *>  在庫廃棄仕訳ファイル）
           PERFORM   GL-SHIWAKE-CONTROL-PROC.
           PERFORM   WOJ-SHIWAKE-CONTROL-PROC.
           PERFORM   HKJ-SHIWAKE-CONTROL-PROC.
       *>
       *>  照合結果の印刷と運用アラートへの書き込み
           PERFORM   ZAIKO-SHOGO-PROC.
           PERFORM   URIKAKE-SHOGO-PROC.
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
           MOVE   ZERO    TO   WRK-SHIWAKE-COUNT.
           MOVE   ZERO    TO   WRK-CHOKA-COUNT.
           MOVE   ZERO    TO   WRK-ZAIKO-HOJO-KEI.
           MOVE   ZERO    TO   WRK-URIKAKE-HOJO-KEI.
           MOVE   ZERO    TO   WRK-ZAIKO-GL-KEI.
           MOVE   ZERO    TO   WRK-URIKAKE-GL-KEI.
           MOVE   ZERO    TO   WRK-GETSUMATSU-HI.
           MOVE   ZERO    TO   WRK-TAISHO-NENGETU.
           MOVE   ZERO    TO   WRK-KAMOKU-CNT.
           MOVE   ZERO    TO   WRK-UCHIWAKE-CNT.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  差異の許容額の取得（共通実行パラメータ）
           MOVE   "KYOYO-GAKU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:9)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:9)   TO   WRK-KYOYO-GAKU
           END-IF.
       *>
       *>  照合対象の勘定科目の取得（勘定科目対応マスタ）
           PERFORM   KAMOKU-MASTER-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   OUTPUT   PRT01-SHOGO-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN      TO   HD01-NEN.
           MOVE   WRK-RUN-GETU     TO   HD01-GETU.
           MOVE   WRK-RUN-HI       TO   HD01-HI.
           MOVE   WRK-KYOYO-GAKU   TO   HD01-KYOYO-GAKU.
           MOVE   SPACE            TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>ファイルのクローズ
           CLOSE   PRT01-SHOGO-RPT.
       *>
       *>仕訳読み込み件数・差異超過件数の表示
           MOVE   WRK-SHIWAKE-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-CHOKA-COUNT     TO   MSG3-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  差異超過がある場合は注意終了とする
           IF   WRK-CHOKA-COUNT   >   ZERO   THEN
                MOVE   4   TO   RETURN-CODE
           END-IF.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫評価額（補助簿）の集計制御処理
       *>----------------------------------------------------------------------------
       ZAIKO-HOJO-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   WRK-VALEX-ARI-SW.
       *>
           OPEN   INPUT   VALEX01-EXTRACT-FILE.
       *>
           IF   VALEX-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-VALEX-ARI-SW
                PERFORM   ZAIKO-HOJO-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   VALEX01-EXTRACT-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       ZAIKO-HOJO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>月末在庫評価額抽出ファイルの読み込みと評価額の積み上げ（１件分）
       *>----------------------------------------------------------------------------
       ZAIKO-HOJO-READ-PROC              SECTION.
       *>
           READ VALEX01-EXTRACT-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   VALEX01-TR-CODE   =   "TRAILER"   THEN
                          MOVE   VALEX01-TR-GETSUMATSU-HI   TO
                                 WRK-GETSUMATSU-HI
                     ELSE
                          ADD    VALEX01-HYOKA-GAKU         TO
                                 WRK-ZAIKO-HOJO-KEI
                     END-IF
           END-READ.
       *>
       ZAIKO-HOJO-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>売掛未回収残（補助簿）の集計制御処理
       *>----------------------------------------------------------------------------
       URIKAKE-HOJO-CONTROL-PROC         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   SPACE   TO   WRK-ARO-ARI-SW.
       *>
           OPEN   INPUT   ARO01-URIKAKE-FILE.
       *>
           IF   ARO-FILE-STATUS   =   "00"   THEN
                MOVE   "Y"   TO   WRK-ARO-ARI-SW
                PERFORM   URIKAKE-HOJO-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   ARO01-URIKAKE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       URIKAKE-HOJO-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>売掛オープン明細台帳の読み込みと未回収残の積み上げ（１件分）
       *>----------------------------------------------------------------------------
       URIKAKE-HOJO-READ-PROC            SECTION.
       *>
           READ ARO01-URIKAKE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     COMPUTE   WRK-URIKAKE-HOJO-KEI   =
                               WRK-URIKAKE-HOJO-KEI
                               +   ARO01-SEIKYU-GAKU
                               -   ARO01-NYUKIN-GAKU
           END-READ.
       *>
       URIKAKE-HOJO-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>照合対象月の決定（月末在庫評価額抽出の月末日の年月。抽出が無い、
       *>  またはトレーラが無い場合は実行年月とする）
       *>----------------------------------------------------------------------------
       TAISHO-NENGETU-SET-PROC           SECTION.
       *>
           IF   WRK-GETSUMATSU-HI   NOT =   ZERO   THEN
                MOVE   WRK-GETSUMATSU-HI(1:6)   TO   WRK-TAISHO-NENGETU
           ELSE
                MOVE   WRK-RUN-DATE(1:6)        TO   WRK-TAISHO-NENGETU
           END-IF.
       *>
       TAISHO-NENGETU-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＧＬ連携ファイルの集計制御処理
       *>----------------------------------------------------------------------------
       GL-SHIWAKE-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   GLJ01-SHIWAKE-FILE.
       *>
           IF   GLJ-FILE-STATUS   =   "00"   THEN
                PERFORM   GL-SHIWAKE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   GLJ01-SHIWAKE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       GL-SHIWAKE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＧＬ連携ファイルの読み込みと仕訳の積み上げ（１件分、仕訳のみ）
       *>----------------------------------------------------------------------------
       GL-SHIWAKE-READ-PROC              SECTION.
       *>
           READ GLJ01-SHIWAKE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   GLJ01-RECORD-KUBUN   =   "J"   THEN
                          MOVE   GLJ01-GENSEN-KUBUN     TO
                                 WRK-SW-GENSEN
                          MOVE   GLJ01-KAMOKU           TO
                                 WRK-SW-KAMOKU
                          MOVE   GLJ01-TAISHAKU-KUBUN   TO
                                 WRK-SW-TAISHAKU
                          MOVE   GLJ01-KINGAKU          TO
                                 WRK-SW-KINGAKU
                          PERFORM   SHIWAKE-TSUMIAGE-PROC
                     END-IF
           END-READ.
       *>
       GL-SHIWAKE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>貸倒償却仕訳ファイルの集計制御処理（無い場合は集計しない）
       *>----------------------------------------------------------------------------
       WOJ-SHIWAKE-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   WOJ01-SHIWAKE-FILE.
       *>
           IF   WOJ-FILE-STATUS   =   "00"   THEN
                PERFORM   WOJ-SHIWAKE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   WOJ01-SHIWAKE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       WOJ-SHIWAKE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>貸倒償却仕訳ファイルの読み込みと仕訳の積み上げ（１件分、仕訳のみ）
       *>----------------------------------------------------------------------------
       WOJ-SHIWAKE-READ-PROC             SECTION.
       *>
           READ WOJ01-SHIWAKE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WOJ01-RECORD-KUBUN      =   "J"
                     AND  WOJ01-DENPYO-BI(1:6)    =   WRK-TAISHO-NENGETU
                     THEN
                          MOVE   WOJ01-GENSEN-KUBUN     TO
                                 WRK-SW-GENSEN
                          MOVE   WOJ01-KAMOKU           TO
                                 WRK-SW-KAMOKU
                          MOVE   WOJ01-TAISHAKU-KUBUN   TO
                                 WRK-SW-TAISHAKU
                          MOVE   WOJ01-KINGAKU          TO
                                 WRK-SW-KINGAKU
                          PERFORM   SHIWAKE-TSUMIAGE-PROC
                     END-IF
           END-READ.
       *>
       WOJ-SHIWAKE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫廃棄仕訳ファイルの集計制御処理（無い場合は集計しない）
       *>----------------------------------------------------------------------------
       HKJ-SHIWAKE-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   HKJ01-SHIWAKE-FILE.
       *>
           IF   HKJ-FILE-STATUS   =   "00"   THEN
                PERFORM   HKJ-SHIWAKE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   HKJ01-SHIWAKE-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HKJ-SHIWAKE-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫廃棄仕訳ファイルの読み込みと仕訳の積み上げ（１件分、仕訳のみ）
       *>----------------------------------------------------------------------------
       HKJ-SHIWAKE-READ-PROC             SECTION.
       *>
           READ HKJ01-SHIWAKE-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   HKJ01-RECORD-KUBUN      =   "J"
                     AND  HKJ01-DENPYO-BI(1:6)    =   WRK-TAISHO-NENGETU
                     THEN
                          MOVE   HKJ01-GENSEN-KUBUN     TO
                                 WRK-SW-GENSEN
                          MOVE   HKJ01-KAMOKU           TO
                                 WRK-SW-KAMOKU
                          MOVE   HKJ01-TAISHAKU-KUBUN   TO
                                 WRK-SW-TAISHAKU
                          MOVE   HKJ01-KINGAKU          TO
                                 WRK-SW-KINGAKU
                          PERFORM   SHIWAKE-TSUMIAGE-PROC
                     END-IF
           END-READ.
       *>
       HKJ-SHIWAKE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕訳１件の積み上げ（在庫勘定・売掛金勘定の仕訳のみ純額へ加える）
       *>----------------------------------------------------------------------------
       SHIWAKE-TSUMIAGE-PROC             SECTION.
       *>
           ADD   1   TO   WRK-SHIWAKE-COUNT.
       *>
       *>  在庫勘定の仕訳
           MOVE   CST-SHOGO-ZAIKO   TO   WRK-SAGASHI-SHOGO.
           MOVE   WRK-SW-KAMOKU     TO   WRK-SAGASHI-KAMOKU.
           PERFORM   KAMOKU-SANSHO-PROC.
           IF   WRK-KAMOKU-HIT-IDX   NOT =   ZERO   THEN
                PERFORM   UCHIWAKE-TSUMIAGE-PROC
                IF   WRK-SW-TAISHAKU   =   "D"   THEN
                     ADD        WRK-SW-KINGAKU   TO   WRK-ZAIKO-GL-KEI
                ELSE
                     SUBTRACT   WRK-SW-KINGAKU   FROM WRK-ZAIKO-GL-KEI
                END-IF
           END-IF.
       *>
       *>  売掛金勘定の仕訳
           MOVE   CST-SHOGO-URIKAKE   TO   WRK-SAGASHI-SHOGO.
           PERFORM   KAMOKU-SANSHO-PROC.
           IF   WRK-KAMOKU-HIT-IDX   NOT =   ZERO   THEN
                PERFORM   UCHIWAKE-TSUMIAGE-PROC
                IF   WRK-SW-TAISHAKU   =   "D"   THEN
                     ADD        WRK-SW-KINGAKU   TO   WRK-URIKAKE-GL-KEI
                ELSE
                     SUBTRACT   WRK-SW-KINGAKU   FROM
                                WRK-URIKAKE-GL-KEI
                END-IF
           END-IF.
       *>
       SHIWAKE-TSUMIAGE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>照合区分×発生源区分の内訳への積み上げ（未登録の組み合わせは追加）
       *>----------------------------------------------------------------------------
       UCHIWAKE-TSUMIAGE-PROC            SECTION.
       *>
           MOVE   ZERO   TO   WRK-UCHIWAKE-HIT-IDX.
       *>
           PERFORM   UCHIWAKE-TBL-CHECK-PROC
                    VARYING   WRK-UCHIWAKE-IDX   FROM   1   BY   1
                    UNTIL   WRK-UCHIWAKE-IDX   >   WRK-UCHIWAKE-CNT
                    OR      WRK-UCHIWAKE-HIT-IDX   NOT =   ZERO.
       *>
           IF   WRK-UCHIWAKE-HIT-IDX   =   ZERO   THEN
                IF   WRK-UCHIWAKE-CNT   NOT <   CST-MAX-UCHIWAKE-KENSU
                THEN
                     GO   TO   UCHIWAKE-TSUMIAGE-PROC-EXIT
                END-IF
                ADD    1                   TO   WRK-UCHIWAKE-CNT
                MOVE   WRK-UCHIWAKE-CNT    TO   WRK-UCHIWAKE-HIT-IDX
                MOVE   WRK-SAGASHI-SHOGO   TO
                       WRK-UCW-SHOGO-KUBUN(WRK-UCHIWAKE-HIT-IDX)
                MOVE   WRK-SW-GENSEN       TO
                       WRK-UCW-GENSEN(WRK-UCHIWAKE-HIT-IDX)
                MOVE   ZERO                TO
                       WRK-UCW-KARIKATA(WRK-UCHIWAKE-HIT-IDX)
                MOVE   ZERO                TO
                       WRK-UCW-KASHIKATA(WRK-UCHIWAKE-HIT-IDX)
           END-IF.
       *>
           IF   WRK-SW-TAISHAKU   =   "D"   THEN
                ADD   WRK-SW-KINGAKU   TO
                      WRK-UCW-KARIKATA(WRK-UCHIWAKE-HIT-IDX)
           ELSE
                ADD   WRK-SW-KINGAKU   TO
                      WRK-UCW-KASHIKATA(WRK-UCHIWAKE-HIT-IDX)
           END-IF.
       *>
       UCHIWAKE-TSUMIAGE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>内訳テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       UCHIWAKE-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-UCW-SHOGO-KUBUN(WRK-UCHIWAKE-IDX)
                                   =   WRK-SAGASHI-SHOGO
           AND  WRK-UCW-GENSEN(WRK-UCHIWAKE-IDX)
                                   =   WRK-SW-GENSEN   THEN
                MOVE   WRK-UCHIWAKE-IDX   TO   WRK-UCHIWAKE-HIT-IDX
           END-IF.
       *>
       UCHIWAKE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>在庫の照合（補助簿：月末在庫評価額、元帳：在庫勘定の純額）
       *>----------------------------------------------------------------------------
       ZAIKO-SHOGO-PROC                  SECTION.
       *>
           MOVE   "【在庫】"            TO   HD02-SHOGO-MEI.
           IF   WRK-VALEX-ARI   THEN
                MOVE   SPACE            TO   HD02-CHUKI
           ELSE
                MOVE   "（評価額抽出なし・判定対象外）"
                                        TO   HD02-CHUKI
           END-IF.
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-MIDASHI-2.
       *>
           MOVE   "補助簿（月末在庫評価額）"
                  TO   HD03-KOMOKU-MEI.
           MOVE   WRK-ZAIKO-HOJO-KEI          TO   HD03-KINGAKU.
           MOVE   SPACE                       TO   HD03-HANTEI.
           WRITE  PRT01-RECODE   FROM   HD03-KINGAKU-LINE.
       *>
           MOVE   "元帳（在庫勘定の純額）"
                  TO   HD03-KOMOKU-MEI.
           MOVE   WRK-ZAIKO-GL-KEI            TO   HD03-KINGAKU.
           WRITE  PRT01-RECODE   FROM   HD03-KINGAKU-LINE.
       *>
           COMPUTE   WRK-SAGAKU   =   WRK-ZAIKO-HOJO-KEI
                                  -   WRK-ZAIKO-GL-KEI.
           MOVE   "差異（補助簿－元帳）"
                  TO   HD03-KOMOKU-MEI.
           MOVE   WRK-SAGAKU                  TO   HD03-KINGAKU.
           IF   NOT   WRK-VALEX-ARI   THEN
                MOVE   SPACE                  TO   HD03-HANTEI
           ELSE
                IF   WRK-SAGAKU   >   WRK-KYOYO-GAKU
                OR   WRK-SAGAKU   <   ZERO   -   WRK-KYOYO-GAKU   THEN
                     MOVE   "＊＊許容額超過＊＊"
                            TO   HD03-HANTEI
                     ADD    1                  TO   WRK-CHOKA-COUNT
                     MOVE   "WARN"             TO   WRK-ALERT-SEVERITY
                     MOVE   "GLRCZAIK"         TO   WRK-ALERT-MSG-CODE
                     MOVE   "在庫補助簿とＧＬの差異超過"
                                               TO   WRK-ALERT-MSG-TEXT
                     PERFORM   ALERT-PROC
                ELSE
                     MOVE   "一致（許容額内）"
                            TO   HD03-HANTEI
                END-IF
           END-IF.
           WRITE  PRT01-RECODE   FROM   HD03-KINGAKU-LINE.
       *>
       *>  元帳側の発生源区分別の内訳
           MOVE   CST-SHOGO-ZAIKO   TO   WRK-INSATSU-SHOGO.
           PERFORM   UCHIWAKE-INSATSU-PROC.
       *>
       ZAIKO-SHOGO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>売掛金の照合（補助簿：売掛未回収残、元帳：売掛金勘定の純額）
       *>----------------------------------------------------------------------------
       URIKAKE-SHOGO-PROC                SECTION.
       *>
           MOVE   "【売掛金】"          TO   HD02-SHOGO-MEI.
           IF   WRK-ARO-ARI   THEN
                MOVE   SPACE            TO   HD02-CHUKI
           ELSE
                MOVE   "（売掛台帳なし・判定対象外）"
                                        TO   HD02-CHUKI
           END-IF.
           MOVE   SPACE                 TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-MIDASHI-2.
       *>
           MOVE   "補助簿（売掛未回収残）"
                  TO   HD03-KOMOKU-MEI.
           MOVE   WRK-URIKAKE-HOJO-KEI        TO   HD03-KINGAKU.
           MOVE   SPACE                       TO   HD03-HANTEI.
           WRITE  PRT01-RECODE   FROM   HD03-KINGAKU-LINE.
       *>
           MOVE   "元帳（売掛金勘定の純額）"
                  TO   HD03-KOMOKU-MEI.
           MOVE   WRK-URIKAKE-GL-KEI          TO   HD03-KINGAKU.
           WRITE  PRT01-RECODE   FROM   HD03-KINGAKU-LINE.
       *>
           COMPUTE   WRK-SAGAKU   =   WRK-URIKAKE-HOJO-KEI
                                  -   WRK-URIKAKE-GL-KEI.
           MOVE   "差異（補助簿－元帳）"
                  TO   HD03-KOMOKU-MEI.
           MOVE   WRK-SAGAKU                  TO   HD03-KINGAKU.
           IF   NOT   WRK-ARO-ARI   THEN
                MOVE   SPACE                  TO   HD03-HANTEI
           ELSE
                IF   WRK-SAGAKU   >   WRK-KYOYO-GAKU
                OR   WRK-SAGAKU   <   ZERO   -   WRK-KYOYO-GAKU   THEN
                     MOVE   "＊＊許容額超過＊＊"
                            TO   HD03-HANTEI
                     ADD    1                  TO   WRK-CHOKA-COUNT
                     MOVE   "WARN"             TO   WRK-ALERT-SEVERITY
                     MOVE   "GLRCURIK"         TO   WRK-ALERT-MSG-CODE
                     MOVE   "売掛補助簿とＧＬの差異超過"
                                               TO   WRK-ALERT-MSG-TEXT
                     PERFORM   ALERT-PROC
                ELSE
                     MOVE   "一致（許容額内）"
                            TO   HD03-HANTEI
                END-IF
           END-IF.
           WRITE  PRT01-RECODE   FROM   HD03-KINGAKU-LINE.
       *>
       *>  元帳側の発生源区分別の内訳
           MOVE   CST-SHOGO-URIKAKE   TO   WRK-INSATSU-SHOGO.
           PERFORM   UCHIWAKE-INSATSU-PROC.
       *>
       URIKAKE-SHOGO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>元帳側の発生源区分別内訳の印刷（照合区分は呼び出し元で設定する）
       *>----------------------------------------------------------------------------
       UCHIWAKE-INSATSU-PROC             SECTION.
       *>
           WRITE  PRT01-RECODE   FROM   HD04-UCHIWAKE-KOMOKU.
       *>
           PERFORM   UCHIWAKE-LINE-WRITE-PROC
                    VARYING   WRK-UCHIWAKE-IDX   FROM   1   BY   1
                    UNTIL   WRK-UCHIWAKE-IDX   >   WRK-UCHIWAKE-CNT.
       *>
       UCHIWAKE-INSATSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>発生源区分別内訳行の印刷（１件分、対象の照合区分のみ）
       *>----------------------------------------------------------------------------
       UCHIWAKE-LINE-WRITE-PROC          SECTION.
       *>
           IF   WRK-UCW-SHOGO-KUBUN(WRK-UCHIWAKE-IDX)   NOT =
                WRK-INSATSU-SHOGO   THEN
                GO   TO   UCHIWAKE-LINE-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-UCW-GENSEN(WRK-UCHIWAKE-IDX)   TO
                  HD05-GENSEN-KUBUN.
       *>
           EVALUATE   WRK-UCW-GENSEN(WRK-UCHIWAKE-IDX)
               WHEN   "S"
                      MOVE   "売上"       TO   HD05-GENSEN-MEI
               WHEN   "R"
                      MOVE   "返品"       TO   HD05-GENSEN-MEI
               WHEN   "M"
                      MOVE   "在庫移動"   TO   HD05-GENSEN-MEI
               WHEN   "W"
                      MOVE   "貸倒償却"   TO   HD05-GENSEN-MEI
               WHEN   "K"
                      MOVE   "在庫廃棄"   TO   HD05-GENSEN-MEI
               WHEN   OTHER
                      MOVE   "その他"     TO   HD05-GENSEN-MEI
           END-EVALUATE.
       *>
           MOVE   WRK-UCW-KARIKATA(WRK-UCHIWAKE-IDX)    TO
                  HD05-KARIKATA.
           MOVE   WRK-UCW-KASHIKATA(WRK-UCHIWAKE-IDX)   TO
                  HD05-KASHIKATA.
           COMPUTE   HD05-JUNGAKU   =
                     WRK-UCW-KARIKATA(WRK-UCHIWAKE-IDX)
                     -   WRK-UCW-KASHIKATA(WRK-UCHIWAKE-IDX).
       *>
           MOVE   SPACE   TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD05-UCHIWAKE-LINE.
       *>
       UCHIWAKE-LINE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運用アラートへの書き込み（差異が許容額を超えた照合ごと）
       *>----------------------------------------------------------------------------
       ALERT-PROC                         SECTION.
       *>
           CALL   "OPSALERT01"   USING   WRK-ALERT-JOB-NAME
                                          WRK-ALERT-RUN-ID
                                          WRK-ALERT-SEVERITY
                                          WRK-ALERT-MSG-CODE
                                          WRK-ALERT-MSG-TEXT.
       *>
       ALERT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>照合対象の勘定科目の検索（照合区分＋勘定科目。該当位置をHITへ設定）
       *>----------------------------------------------------------------------------
       KAMOKU-SANSHO-PROC                SECTION.
       *>
           MOVE   ZERO   TO   WRK-KAMOKU-HIT-IDX.
       *>
           PERFORM   KAMOKU-TBL-CHECK-PROC
                    VARYING   WRK-KAMOKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-KAMOKU-IDX   >   WRK-KAMOKU-CNT
                    OR      WRK-KAMOKU-HIT-IDX   NOT =   ZERO.
       *>
       KAMOKU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       KAMOKU-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-KMK-SHOGO-KUBUN(WRK-KAMOKU-IDX)
                                   =   WRK-SAGASHI-SHOGO
           AND  WRK-KMK-KAMOKU(WRK-KAMOKU-IDX)
                                   =   WRK-SAGASHI-KAMOKU   THEN
                MOVE   WRK-KAMOKU-IDX   TO   WRK-KAMOKU-HIT-IDX
           END-IF.
       *>
       KAMOKU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応マスタの一括読み込み（照合対象の勘定科目を求める）
       *>----------------------------------------------------------------------------
       KAMOKU-MASTER-LOAD-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   GLM01-TAIO-MASTER.
       *>
           IF   GLM-FILE-STATUS   =   "00"   THEN
                PERFORM   KAMOKU-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   GLM01-TAIO-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KAMOKU-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>勘定科目対応マスタの読み込み（１件分）
       *>  在庫移動の貸方科目を在庫勘定、売上の借方科目を売掛金勘定とする
       *>----------------------------------------------------------------------------
       KAMOKU-MASTER-READ-PROC           SECTION.
       *>
           READ GLM01-TAIO-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   GLM01-GENSEN-KUBUN   =   "M"   THEN
                          MOVE   CST-SHOGO-ZAIKO          TO
                                 WRK-SAGASHI-SHOGO
                          MOVE   GLM01-KASHIKATA-KAMOKU   TO
                                 WRK-SAGASHI-KAMOKU
                          PERFORM   KAMOKU-TSUIKA-PROC
                     END-IF
                     IF   GLM01-GENSEN-KUBUN   =   "S"   THEN
                          MOVE   CST-SHOGO-URIKAKE        TO
                                 WRK-SAGASHI-SHOGO
                          MOVE   GLM01-KARIKATA-KAMOKU    TO
                                 WRK-SAGASHI-KAMOKU
                          PERFORM   KAMOKU-TSUIKA-PROC
                     END-IF
           END-READ.
       *>
       KAMOKU-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>照合対象の勘定科目の追加（登録済みの科目は追加しない）
       *>----------------------------------------------------------------------------
       KAMOKU-TSUIKA-PROC                SECTION.
       *>
           PERFORM   KAMOKU-SANSHO-PROC.
       *>
           IF   WRK-KAMOKU-HIT-IDX   =   ZERO
           AND  WRK-KAMOKU-CNT   <   CST-MAX-KAMOKU-KENSU   THEN
                ADD    1                    TO   WRK-KAMOKU-CNT
                MOVE   WRK-SAGASHI-SHOGO    TO
                       WRK-KMK-SHOGO-KUBUN(WRK-KAMOKU-CNT)
                MOVE   WRK-SAGASHI-KAMOKU   TO
                       WRK-KMK-KAMOKU(WRK-KAMOKU-CNT)
           END-IF.
       *>
       KAMOKU-TSUIKA-PROC-EXIT.
       *>
           EXIT.
