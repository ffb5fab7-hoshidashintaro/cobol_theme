       *>----------------------------------------------------------------------------
       *>マスタ変更日次点検表の作成処理（日次）
       *>  各マスタ保守処理が書き出す変更履歴を１本にまとめ、対象日の
       *>  変更を時刻順に並べて内部統制担当（経理責任者）へ配布する。
       *>  読み込む変更履歴は次のとおり（無いファイルは変更無しとする）。
       *>    KHS01 顧客マスタ　　　（KOKYAKU_UPDATE01）
       *>    KCH01 契約単価　　　　（KEIYAKU_UPDATE01）
       *>    PRA01 商品単価　　　　（UPDATE01）
       *>    TFA01 担当者移管　　　（TANXFR01）
       *>    MGA01 顧客統合　　　　（KMERGE01）
       *>    BIH01 棚番マスタ　　　（BINUPD01）
       *>    CLH01 営業日カレンダ　（CALUPD01）
       *>    BNH01 分類マスタ　　　（BUNUPD01）
       *>    PMH01 共通実行パラメータ（PRMUPD01）
       *>  変更前後のイメージを持つ履歴は項目ごとに比べ、値の変わった
       *>  項目を１行ずつ印刷する。担当者は履歴に記録のあるPRA01のみ
       *>  担当者ＩＤを、その他は更新したプログラム名を印刷する。
       *>  与信限度額・契約単価・口座情報の変更、削除、顧客統合による
       *>  顧客の廃止は高リスク変更として「★要承認」を付け、末尾に
       *>  件数と承認欄を印刷する（PRT96）。
       *>  対象日は実行日とし、PRM01（CHGDIG01／TAISHO-BI）があれば
       *>  その日付とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        CHGDIG01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタ変更履歴ファイル
       *>----------------------------------------------------------------------------
       SELECT    KHS01-HISTORY-FILE   ASSIGN       TO   "KHS01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KHS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]契約単価変更履歴ファイル
       *>----------------------------------------------------------------------------
       SELECT    KCH01-HISTORY-FILE   ASSIGN       TO   "KCH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KCH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]単価変更監査ファイル
       *>----------------------------------------------------------------------------
       SELECT    PRA01-TANKA-AUDIT    ASSIGN       TO   "PRA01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRA-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]担当者移管監査ファイル
       *>----------------------------------------------------------------------------
       SELECT    TFA01-AUDIT-FILE     ASSIGN       TO   "TFA01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS TFA-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客統合監査ファイル
       *>----------------------------------------------------------------------------
       SELECT    MGA01-AUDIT-FILE     ASSIGN       TO   "MGA01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS MGA-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]棚番マスタ変更履歴ファイル
       *>----------------------------------------------------------------------------
       SELECT    BIH01-HISTORY-FILE   ASSIGN       TO   "BIH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BIH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]営業日カレンダ変更履歴ファイル
       *>----------------------------------------------------------------------------
       SELECT    CLH01-HISTORY-FILE   ASSIGN       TO   "CLH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CLH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタ変更履歴ファイル
       *>----------------------------------------------------------------------------
       SELECT    BNH01-HISTORY-FILE   ASSIGN       TO   "BNH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS BNH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]共通実行パラメータ変更履歴ファイル
       *>----------------------------------------------------------------------------
       SELECT    PMH01-HISTORY-FILE   ASSIGN       TO   "PMH01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PMH-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]マスタ変更日次点検表
       *>----------------------------------------------------------------------------
       SELECT    PRT01-DIGEST-REPORT  ASSIGN       TO   "PRT96.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[作業]時刻順の整列用ソートファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-SORT-FILE         ASSIGN       TO   "ST".
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>顧客マスタ変更履歴のレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>  イメージは顧客番号を除く顧客マスタの152バイト
       *>----------------------------------------------------------------------------
       FD   KHS01-HISTORY-FILE.
       01   KHS01-RECODE.
            03   KHS01-HENKOU-DATE             PIC 9(008).
            03   KHS01-HENKOU-TIME             PIC 9(006).
            03   KHS01-TORIHIKI-KUBUN          PIC X(001).
            03   KHS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KHS01-MAE-IMAGE               PIC X(152).
            03   KHS01-ATO-IMAGE               PIC X(152).
       *>----------------------------------------------------------------------------
       *>契約単価変更履歴のレイアウト定義（KEIYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KCH01-HISTORY-FILE.
       01   KCH01-RECODE.
            03   KCH01-HENKOU-DATE             PIC 9(008).
            03   KCH01-HENKOU-TIME             PIC 9(006).
            03   KCH01-TORIHIKI-KUBUN          PIC X(001).
            03   KCH01-KOKYAKU-BANGOU          PIC 9(006).
            03   KCH01-SHOHIN-CODE             PIC X(006).
            03   KCH01-MAE-IMAGE               PIC X(037).
            03   KCH01-ATO-IMAGE               PIC X(037).
       *>----------------------------------------------------------------------------
       *>単価変更監査のレイアウト定義（UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   PRA01-TANKA-AUDIT.
       01   PRA01-RECODE.
            03   PRA01-HENKOU-DATE             PIC 9(008).
            03   FILLER                        PIC X(001).
            03   PRA01-SHOHIN-CODE             PIC X(006).
            03   FILLER                        PIC X(001).
            03   PRA01-KYU-TANKA               PIC 9(005).
            03   FILLER                        PIC X(001).
            03   PRA01-SHIN-TANKA              PIC 9(005).
            03   FILLER                        PIC X(001).
            03   PRA01-OPERATOR-ID             PIC X(008).
            03   FILLER                        PIC X(001).
            03   PRA01-TEKIYO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>担当者移管監査のレイアウト定義（TANXFR01と同一）
       *>----------------------------------------------------------------------------
       FD   TFA01-AUDIT-FILE.
       01   TFA01-RECODE.
            03   TFA01-FILE-ID                PIC X(008).
            03   TFA01-KEY-JOHO               PIC X(020).
            03   TFA01-KYU-TANTO              PIC X(007).
            03   TFA01-SHIN-TANTO             PIC X(007).
            03   TFA01-SHORI-DATE             PIC 9(008).
       *>----------------------------------------------------------------------------
       *>顧客統合監査のレイアウト定義（KMERGE01と同一）
       *>----------------------------------------------------------------------------
       FD   MGA01-AUDIT-FILE.
       01   MGA01-RECODE.
            03   MGA01-FILE-ID                PIC X(008).
            03   MGA01-KEY-JOHO               PIC X(020).
            03   MGA01-KYU-BANGOU             PIC 9(006).
            03   MGA01-SHIN-BANGOU            PIC 9(006).
            03   MGA01-SHORI-DATE             PIC 9(008).
            03   MGA01-SHORI-TIME             PIC 9(006).
       *>----------------------------------------------------------------------------
       *>棚番マスタ変更履歴のレイアウト定義（BINUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BIH01-HISTORY-FILE.
       01   BIH01-RECODE.
            03   BIH01-HENKOU-DATE             PIC 9(008).
            03   BIH01-HENKOU-TIME             PIC 9(006).
            03   BIH01-TORIHIKI-KUBUN          PIC X(001).
            03   BIH01-SHOHIN-CODE             PIC X(006).
            03   BIH01-MAE-IMAGE               PIC X(048).
            03   BIH01-ATO-IMAGE               PIC X(048).
       *>----------------------------------------------------------------------------
       *>営業日カレンダ変更履歴のレイアウト定義（CALUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   CLH01-HISTORY-FILE.
       01   CLH01-RECODE.
            03   CLH01-HENKOU-DATE             PIC 9(008).
            03   CLH01-HENKOU-TIME             PIC 9(006).
            03   CLH01-TORIHIKI-KUBUN          PIC X(001).
            03   CLH01-HIZUKE                  PIC 9(008).
            03   CLH01-MAE-IMAGE               PIC X(021).
            03   CLH01-ATO-IMAGE               PIC X(021).
       *>----------------------------------------------------------------------------
       *>分類マスタ変更履歴のレイアウト定義（BUNUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BNH01-HISTORY-FILE.
       01   BNH01-RECODE.
            03   BNH01-HENKOU-DATE             PIC 9(008).
            03   BNH01-HENKOU-TIME             PIC 9(006).
            03   BNH01-TORIHIKI-KUBUN          PIC X(001).
            03   BNH01-BUNRUI-CODE             PIC X(003).
            03   BNH01-MAE-IMAGE               PIC X(040).
            03   BNH01-ATO-IMAGE               PIC X(040).
       *>----------------------------------------------------------------------------
       *>共通実行パラメータ変更履歴のレイアウト定義（PRMUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   PMH01-HISTORY-FILE.
       01   PMH01-RECODE.
            03   PMH01-HENKOU-DATE             PIC 9(008).
            03   PMH01-HENKOU-TIME             PIC 9(006).
            03   PMH01-TORIHIKI-KUBUN          PIC X(001).
            03   PMH01-JOB-NAME                PIC X(010).
            03   PMH01-PARM-MEI                PIC X(010).
            03   PMH01-TEKIYO-BI               PIC 9(008).
            03   PMH01-MAE-IMAGE               PIC X(021).
            03   PMH01-ATO-IMAGE               PIC X(021).
       *>----------------------------------------------------------------------------
       *>[出力]マスタ変更日次点検表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-DIGEST-REPORT.
       01   PRT01-RECODE                      PIC X(160).
       *>----------------------------------------------------------------------------
       *>ソートファイルのレイアウト定義（変更項目１件分）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            03   ST-HENKOU-TIME               PIC 9(006).
            03   ST-RENBAN                    PIC 9(006).
            03   ST-KUBUN                     PIC X(006).
            03   ST-MASTER                    PIC X(015).
            03   ST-KEY                       PIC X(024).
            03   ST-KOUMOKU                   PIC X(018).
            03   ST-MAE                       PIC X(024).
            03   ST-ATO                       PIC X(024).
            03   ST-TANTO                     PIC X(016).
            03   ST-RISK-SW                   PIC X(001).
                 88   ST-RISK                 VALUE "1".
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       01   KHS-FILE-STATUS                   PIC XX.
       01   KCH-FILE-STATUS                   PIC XX.
       01   PRA-FILE-STATUS                   PIC XX.
       01   TFA-FILE-STATUS                   PIC XX.
       01   MGA-FILE-STATUS                   PIC XX.
       01   BIH-FILE-STATUS                   PIC XX.
       01   CLH-FILE-STATUS                   PIC XX.
       01   BNH-FILE-STATUS                   PIC XX.
       01   PMH-FILE-STATUS                   PIC XX.
       *>
       *>--イメージ比較の項目定義（履歴ＩＤ・開始位置・長さ・
       *>  高リスク区分（"1"＝要承認）・項目名）--
       77   CST-KOUMOKU-SU                    PIC 9(003) VALUE 032.
       01   CST-KOUMOKU-TBL.
       *>   顧客マスタ（KHS01）
            03   FILLER   PIC X(012)   VALUE "KHS010010200".
            03   FILLER   PIC X(018)   VALUE "顧客名".
            03   FILLER   PIC X(012)   VALUE "KHS010210400".
            03   FILLER   PIC X(018)   VALUE "住所".
            03   FILLER   PIC X(012)   VALUE "KHS010610091".
            03   FILLER   PIC X(018)   VALUE "与信限度額".
            03   FILLER   PIC X(012)   VALUE "KHS010700090".
            03   FILLER   PIC X(018)   VALUE "売掛残高".
            03   FILLER   PIC X(012)   VALUE "KHS010790070".
            03   FILLER   PIC X(018)   VALUE "郵便番号".
            03   FILLER   PIC X(012)   VALUE "KHS010860070".
            03   FILLER   PIC X(018)   VALUE "送料免除額".
            03   FILLER   PIC X(012)   VALUE "KHS010930020".
            03   FILLER   PIC X(018)   VALUE "締日".
            03   FILLER   PIC X(012)   VALUE "KHS010950010".
            03   FILLER   PIC X(018)   VALUE "回収月".
            03   FILLER   PIC X(012)   VALUE "KHS010960020".
            03   FILLER   PIC X(018)   VALUE "回収日".
            03   FILLER   PIC X(012)   VALUE "KHS010980060".
            03   FILLER   PIC X(018)   VALUE "請求先".
            03   FILLER   PIC X(012)   VALUE "KHS011040041".
            03   FILLER   PIC X(018)   VALUE "銀行コード".
            03   FILLER   PIC X(012)   VALUE "KHS011080031".
            03   FILLER   PIC X(018)   VALUE "支店コード".
            03   FILLER   PIC X(012)   VALUE "KHS011110011".
            03   FILLER   PIC X(018)   VALUE "預金種目".
            03   FILLER   PIC X(012)   VALUE "KHS011120071".
            03   FILLER   PIC X(018)   VALUE "口座番号".
            03   FILLER   PIC X(012)   VALUE "KHS011190301".
            03   FILLER   PIC X(018)   VALUE "口座名義".
            03   FILLER   PIC X(012)   VALUE "KHS011490030".
            03   FILLER   PIC X(018)   VALUE "通貨コード".
            03   FILLER   PIC X(012)   VALUE "KHS011520010".
            03   FILLER   PIC X(018)   VALUE "ＷＥＢ区分".
       *>   契約単価（KCH01）
            03   FILLER   PIC X(012)   VALUE "KCH010010051".
            03   FILLER   PIC X(018)   VALUE "契約単価".
            03   FILLER   PIC X(012)   VALUE "KCH010060241".
            03   FILLER   PIC X(018)   VALUE "段階単価".
            03   FILLER   PIC X(012)   VALUE "KCH010300080".
            03   FILLER   PIC X(018)   VALUE "有効期限".
       *>   棚番マスタ（BIH01）
            03   FILLER   PIC X(012)   VALUE "BIH010010020".
            03   FILLER   PIC X(018)   VALUE "ゾーン".
            03   FILLER   PIC X(012)   VALUE "BIH010030030".
            03   FILLER   PIC X(018)   VALUE "通路".
            03   FILLER   PIC X(012)   VALUE "BIH010060030".
            03   FILLER   PIC X(018)   VALUE "棚".
            03   FILLER   PIC X(012)   VALUE "BIH010090050".
            03   FILLER   PIC X(018)   VALUE "補充上限数".
            03   FILLER   PIC X(012)   VALUE "BIH010140050".
            03   FILLER   PIC X(018)   VALUE "補充基準数".
            03   FILLER   PIC X(012)   VALUE "BIH010190060".
            03   FILLER   PIC X(018)   VALUE "前方棚在庫数".
            03   FILLER   PIC X(012)   VALUE "BIH010250240".
            03   FILLER   PIC X(018)   VALUE "予備棚".
       *>   営業日カレンダ（CLH01）
            03   FILLER   PIC X(012)   VALUE "CLH010010010".
            03   FILLER   PIC X(018)   VALUE "休業日区分".
            03   FILLER   PIC X(012)   VALUE "CLH010020200".
            03   FILLER   PIC X(018)   VALUE "説明".
       *>   分類マスタ（BNH01）
            03   FILLER   PIC X(012)   VALUE "BNH010010200".
            03   FILLER   PIC X(018)   VALUE "分類名".
            03   FILLER   PIC X(012)   VALUE "BNH010210200".
            03   FILLER   PIC X(018)   VALUE "バイヤー名".
       *>   共通実行パラメータ（PMH01）
            03   FILLER   PIC X(012)   VALUE "PMH010010210".
            03   FILLER   PIC X(018)   VALUE "パラメータ値".
       01   CST-KOUMOKU-R   REDEFINES   CST-KOUMOKU-TBL.
            03   CST-KOUMOKU-ENT                  OCCURS 32.
                 05   CST-KM-RIREKI-ID            PIC X(005).
                 05   CST-KM-KAISHI               PIC 9(003).
                 05   CST-KM-NAGASA               PIC 9(003).
                 05   CST-KM-RISK-SW              PIC X(001).
                 05   CST-KM-MEI                  PIC X(018).
       01   WRK-KOUMOKU-IDX                   PIC 9(003).
       *>
       *>--比較する変更前後のイメージ（最長の顧客マスタに合わせる）--
       01   WRK-RIREKI-ID                     PIC X(005).
       01   WRK-TORIHIKI-KUBUN                PIC X(001).
       01   WRK-MAE-IMAGE                     PIC X(152).
       01   WRK-ATO-IMAGE                     PIC X(152).
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--対象日の履歴件数・印刷した変更項目数・要承認件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            03   WRK-ERROR-COUNT              PIC 9(006).
            03   WRK-RISK-COUNT               PIC 9(006).
            *>--同一時刻内で履歴の順序を保つための連番--
            03   WRK-RENBAN                   PIC 9(006).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "CHGDIG01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "CHGDIG01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>実行日・対象日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-TAISHO-BI                     PIC 9(008).
       01   WRK-TAISHO-BI-H.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
            03   WRK-TAISHO-HI                PIC 9(002).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(036)
                                 VALUE "マスタ変更日次点検表".
            03   FILLER                       PIC X(012)
                                 VALUE "対象日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD01-HI                      PIC 9(002).
       *>
       01   HD01-MIDASHI-2.
            03   FILLER                       PIC X(009)
                                 VALUE "時刻".
            03   FILLER                       PIC X(007)
                                 VALUE "区分".
            03   FILLER                       PIC X(016)
                                 VALUE "マスタ".
            03   FILLER                       PIC X(025)
                                 VALUE "キー".
            03   FILLER                       PIC X(019)
                                 VALUE "項目".
            03   FILLER                       PIC X(025)
                                 VALUE "変更前".
            03   FILLER                       PIC X(025)
                                 VALUE "変更後".
            03   FILLER                       PIC X(017)
                                 VALUE "担当者".
       *>
       01   HD02-DETAIL-LINE.
            03   HD02-JI                      PIC X(002).
            03   FILLER                       PIC X(001) VALUE ":".
            03   HD02-FUN                     PIC X(002).
            03   FILLER                       PIC X(001) VALUE ":".
            03   HD02-BYO                     PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-KUBUN                   PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-MASTER                  PIC X(015).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-KEY                     PIC X(024).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-KOUMOKU                 PIC X(018).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-MAE                     PIC X(024).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-ATO                     PIC X(024).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-TANTO                   PIC X(016).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD02-RISK                    PIC X(012).
       *>
       01   HD03-NASHI-LINE.
            03   FILLER                       PIC X(060)
                      VALUE "（対象日の変更無し）".
       *>
       01   HD04-GOUKEI-LINE.
            03   FILLER                       PIC X(018)
                                 VALUE "変更項目数：".
            03   HD04-OUT-COUNT               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(024)
                                 VALUE "　うち要承認：".
            03   HD04-RISK-COUNT              PIC ZZZ,ZZ9.
       *>
       01   HD05-SHONIN-LINE.
            03   FILLER                       PIC X(030)
                                 VALUE "承認者：＿＿＿＿＿＿".
            03   FILLER                       PIC X(030)
                                 VALUE "　承認日：＿＿＿＿＿".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "CHGDIG01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "変更履歴件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "変更項目数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "要承認件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  各変更履歴の読み込みと時刻順の整列・点検表の印刷
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-HENKOU-TIME
                                          ST-RENBAN
              INPUT    PROCEDURE   HENKOU-RELEASE-PROC
              OUTPUT   PROCEDURE   DIGEST-PRINT-CONTROL-PROC.
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
           MOVE   ZERO    TO   WRK-RISK-COUNT.
           MOVE   ZERO    TO   WRK-RENBAN.
       *>
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  対象日の決定（パラメータが無ければ実行日）
           MOVE   WRK-RUN-DATE   TO   WRK-TAISHO-BI.
           MOVE   "TAISHO-BI"    TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:8)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:8)   TO   WRK-TAISHO-BI
           END-IF.
           MOVE   WRK-TAISHO-BI   TO   WRK-TAISHO-BI-H.
       *>
           OPEN   OUTPUT   PRT01-DIGEST-REPORT.
       *>
       *>  見出しの印刷
           MOVE   WRK-TAISHO-NEN    TO   HD01-NEN.
           MOVE   WRK-TAISHO-GETU   TO   HD01-GETU.
           MOVE   WRK-TAISHO-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  件数行と承認欄の印刷
           IF   WRK-OUT-COUNT   =   ZERO   THEN
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HD03-NASHI-LINE
           END-IF.
           MOVE   WRK-OUT-COUNT      TO   HD04-OUT-COUNT.
           MOVE   WRK-RISK-COUNT     TO   HD04-RISK-COUNT.
           MOVE   SPACE              TO   PRT01-RECODE.
           WRITE  PRT01-RECODE       FROM   HD04-GOUKEI-LINE.
           MOVE   SPACE              TO   PRT01-RECODE.
           WRITE  PRT01-RECODE       FROM   HD05-SHONIN-LINE.
       *>
           CLOSE   PRT01-DIGEST-REPORT.
       *>
           MOVE   WRK-IN-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT      TO   MSG3-COUNT.
           MOVE   WRK-RISK-COUNT     TO   MSG4-COUNT.
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
       *>ソート前処理（各変更履歴から対象日の変更を書き出す）
       *>----------------------------------------------------------------------------
       HENKOU-RELEASE-PROC                SECTION.
       *>
           PERFORM   KHS-RELEASE-PROC.
           PERFORM   KCH-RELEASE-PROC.
           PERFORM   PRA-RELEASE-PROC.
           PERFORM   TFA-RELEASE-PROC.
           PERFORM   MGA-RELEASE-PROC.
           PERFORM   BIH-RELEASE-PROC.
           PERFORM   CLH-RELEASE-PROC.
           PERFORM   BNH-RELEASE-PROC.
           PERFORM   PMH-RELEASE-PROC.
       *>
       HENKOU-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタ変更履歴の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       KHS-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   KHS01-HISTORY-FILE.
           IF   KHS-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   KHS-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   KHS-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   KHS01-HISTORY-FILE.
       *>
       KHS-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタ変更履歴の読み込み（１件分）
       *>----------------------------------------------------------------------------
       KHS-READ-PROC                      SECTION.
       *>
           READ   KHS01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KHS-READ-PROC-EXIT
           END-READ.
       *>
           IF   KHS01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   KHS-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   KHS01-HENKOU-TIME      TO   ST-HENKOU-TIME.
           MOVE   "顧客"                 TO   ST-MASTER.
           MOVE   KHS01-KOKYAKU-BANGOU   TO   ST-KEY(1:6).
           MOVE   "KOKYAKU_UPDATE01"     TO   ST-TANTO.
       *>
           MOVE   "KHS01"                TO   WRK-RIREKI-ID.
           MOVE   KHS01-TORIHIKI-KUBUN   TO   WRK-TORIHIKI-KUBUN.
           MOVE   KHS01-MAE-IMAGE        TO   WRK-MAE-IMAGE.
           MOVE   KHS01-ATO-IMAGE        TO   WRK-ATO-IMAGE.
           PERFORM   IMAGE-HIKAKU-PROC.
       *>
       KHS-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>契約単価変更履歴の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       KCH-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   KCH01-HISTORY-FILE.
           IF   KCH-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   KCH-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   KCH-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   KCH01-HISTORY-FILE.
       *>
       KCH-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>契約単価変更履歴の読み込み（１件分）
       *>----------------------------------------------------------------------------
       KCH-READ-PROC                      SECTION.
       *>
           READ   KCH01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KCH-READ-PROC-EXIT
           END-READ.
       *>
           IF   KCH01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   KCH-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
       *>  キーは顧客番号＋商品コード
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   KCH01-HENKOU-TIME      TO   ST-HENKOU-TIME.
           MOVE   "契約単価"             TO   ST-MASTER.
           MOVE   KCH01-KOKYAKU-BANGOU   TO   ST-KEY(1:6).
           MOVE   KCH01-SHOHIN-CODE      TO   ST-KEY(8:6).
           MOVE   "KEIYAKU_UPDATE01"     TO   ST-TANTO.
       *>
           MOVE   "KCH01"                TO   WRK-RIREKI-ID.
           MOVE   KCH01-TORIHIKI-KUBUN   TO   WRK-TORIHIKI-KUBUN.
           MOVE   KCH01-MAE-IMAGE        TO   WRK-MAE-IMAGE.
           MOVE   KCH01-ATO-IMAGE        TO   WRK-ATO-IMAGE.
           PERFORM   IMAGE-HIKAKU-PROC.
       *>
       KCH-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価変更監査の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       PRA-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   PRA01-TANKA-AUDIT.
           IF   PRA-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   PRA-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   PRA-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   PRA01-TANKA-AUDIT.
       *>
       PRA-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>単価変更監査の読み込み（１件分。時刻の記録が無いため先頭に並べる）
       *>----------------------------------------------------------------------------
       PRA-READ-PROC                      SECTION.
       *>
           READ   PRA01-TANKA-AUDIT
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   PRA-READ-PROC-EXIT
           END-READ.
       *>
           IF   PRA01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   PRA-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
       *>  項目名の後ろに新単価の適用日を付ける
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   ZERO                   TO   ST-HENKOU-TIME.
           MOVE   "変更"                 TO   ST-KUBUN.
           MOVE   "商品単価"             TO   ST-MASTER.
           MOVE   PRA01-SHOHIN-CODE      TO   ST-KEY.
           MOVE   "適用日"               TO   ST-KOUMOKU.
           MOVE   PRA01-TEKIYO-BI        TO   ST-KOUMOKU(10:8).
           MOVE   PRA01-KYU-TANKA        TO   ST-MAE.
           MOVE   PRA01-SHIN-TANKA       TO   ST-ATO.
           MOVE   PRA01-OPERATOR-ID      TO   ST-TANTO.
           PERFORM   SORT-RELEASE-PROC.
       *>
       PRA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者移管監査の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       TFA-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   TFA01-AUDIT-FILE.
           IF   TFA-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   TFA-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   TFA-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   TFA01-AUDIT-FILE.
       *>
       TFA-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者移管監査の読み込み（１件分。時刻の記録が無いため先頭に並べる）
       *>----------------------------------------------------------------------------
       TFA-READ-PROC                      SECTION.
       *>
           READ   TFA01-AUDIT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   TFA-READ-PROC-EXIT
           END-READ.
       *>
           IF   TFA01-SHORI-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   TFA-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
       *>  キーは移管したファイルＩＤ＋キー情報
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   ZERO                   TO   ST-HENKOU-TIME.
           MOVE   "変更"                 TO   ST-KUBUN.
           MOVE   "担当者移管"           TO   ST-MASTER.
           MOVE   TFA01-FILE-ID(1:5)     TO   ST-KEY(1:5).
           MOVE   TFA01-KEY-JOHO         TO   ST-KEY(7:18).
           MOVE   "担当者コード"         TO   ST-KOUMOKU.
           MOVE   TFA01-KYU-TANTO        TO   ST-MAE.
           MOVE   TFA01-SHIN-TANTO       TO   ST-ATO.
           MOVE   "TANXFR01"             TO   ST-TANTO.
           PERFORM   SORT-RELEASE-PROC.
       *>
       TFA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客統合監査の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       MGA-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   MGA01-AUDIT-FILE.
           IF   MGA-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   MGA-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   MGA-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   MGA01-AUDIT-FILE.
       *>
       MGA-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客統合監査の読み込み（１件分）
       *>  顧客マスタ（KMS01）の統合は旧顧客の廃止となるため要承認とする
       *>----------------------------------------------------------------------------
       MGA-READ-PROC                      SECTION.
       *>
           READ   MGA01-AUDIT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   MGA-READ-PROC-EXIT
           END-READ.
       *>
           IF   MGA01-SHORI-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   MGA-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   MGA01-SHORI-TIME       TO   ST-HENKOU-TIME.
           MOVE   "変更"                 TO   ST-KUBUN.
           MOVE   "顧客統合"             TO   ST-MASTER.
           MOVE   MGA01-FILE-ID(1:5)     TO   ST-KEY(1:5).
           MOVE   MGA01-KEY-JOHO         TO   ST-KEY(7:18).
           MOVE   "顧客番号"             TO   ST-KOUMOKU.
           MOVE   MGA01-KYU-BANGOU       TO   ST-MAE.
           MOVE   MGA01-SHIN-BANGOU      TO   ST-ATO.
           MOVE   "KMERGE01"             TO   ST-TANTO.
           IF   MGA01-FILE-ID   =   "KMS01"   THEN
                MOVE   "1"   TO   ST-RISK-SW
           END-IF.
           PERFORM   SORT-RELEASE-PROC.
       *>
       MGA-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>棚番マスタ変更履歴の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       BIH-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   BIH01-HISTORY-FILE.
           IF   BIH-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   BIH-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   BIH-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   BIH01-HISTORY-FILE.
       *>
       BIH-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>棚番マスタ変更履歴の読み込み（１件分）
       *>----------------------------------------------------------------------------
       BIH-READ-PROC                      SECTION.
       *>
           READ   BIH01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BIH-READ-PROC-EXIT
           END-READ.
       *>
           IF   BIH01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   BIH-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   BIH01-HENKOU-TIME      TO   ST-HENKOU-TIME.
           MOVE   "棚番"                 TO   ST-MASTER.
           MOVE   BIH01-SHOHIN-CODE      TO   ST-KEY.
           MOVE   "BINUPD01"             TO   ST-TANTO.
       *>
           MOVE   "BIH01"                TO   WRK-RIREKI-ID.
           MOVE   BIH01-TORIHIKI-KUBUN   TO   WRK-TORIHIKI-KUBUN.
           MOVE   BIH01-MAE-IMAGE        TO   WRK-MAE-IMAGE.
           MOVE   BIH01-ATO-IMAGE        TO   WRK-ATO-IMAGE.
           PERFORM   IMAGE-HIKAKU-PROC.
       *>
       BIH-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>営業日カレンダ変更履歴の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       CLH-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   CLH01-HISTORY-FILE.
           IF   CLH-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   CLH-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   CLH-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   CLH01-HISTORY-FILE.
       *>
       CLH-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>営業日カレンダ変更履歴の読み込み（１件分）
       *>----------------------------------------------------------------------------
       CLH-READ-PROC                      SECTION.
       *>
           READ   CLH01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   CLH-READ-PROC-EXIT
           END-READ.
       *>
           IF   CLH01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   CLH-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   CLH01-HENKOU-TIME      TO   ST-HENKOU-TIME.
           MOVE   "営業日"               TO   ST-MASTER.
           MOVE   CLH01-HIZUKE           TO   ST-KEY(1:8).
           MOVE   "CALUPD01"             TO   ST-TANTO.
       *>
           MOVE   "CLH01"                TO   WRK-RIREKI-ID.
           MOVE   CLH01-TORIHIKI-KUBUN   TO   WRK-TORIHIKI-KUBUN.
           MOVE   CLH01-MAE-IMAGE        TO   WRK-MAE-IMAGE.
           MOVE   CLH01-ATO-IMAGE        TO   WRK-ATO-IMAGE.
           PERFORM   IMAGE-HIKAKU-PROC.
       *>
       CLH-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類マスタ変更履歴の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       BNH-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   BNH01-HISTORY-FILE.
           IF   BNH-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   BNH-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   BNH-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   BNH01-HISTORY-FILE.
       *>
       BNH-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分類マスタ変更履歴の読み込み（１件分）
       *>----------------------------------------------------------------------------
       BNH-READ-PROC                      SECTION.
       *>
           READ   BNH01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   BNH-READ-PROC-EXIT
           END-READ.
       *>
           IF   BNH01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   BNH-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   BNH01-HENKOU-TIME      TO   ST-HENKOU-TIME.
           MOVE   "分類"                 TO   ST-MASTER.
           MOVE   BNH01-BUNRUI-CODE      TO   ST-KEY.
           MOVE   "BUNUPD01"             TO   ST-TANTO.
       *>
           MOVE   "BNH01"                TO   WRK-RIREKI-ID.
           MOVE   BNH01-TORIHIKI-KUBUN   TO   WRK-TORIHIKI-KUBUN.
           MOVE   BNH01-MAE-IMAGE        TO   WRK-MAE-IMAGE.
           MOVE   BNH01-ATO-IMAGE        TO   WRK-ATO-IMAGE.
           PERFORM   IMAGE-HIKAKU-PROC.
       *>
       BNH-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータ変更履歴の読み込み（ファイルが無い場合は変更無し）
       *>----------------------------------------------------------------------------
       PMH-RELEASE-PROC                   SECTION.
       *>
           OPEN   INPUT   PMH01-HISTORY-FILE.
           IF   PMH-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   PMH-RELEASE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           PERFORM   PMH-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
           CLOSE   PMH01-HISTORY-FILE.
       *>
       PMH-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータ変更履歴の読み込み（１件分）
       *>  キーはジョブ名＋パラメータ名とし、適用日は項目名の後ろに付ける
       *>----------------------------------------------------------------------------
       PMH-READ-PROC                      SECTION.
       *>
           READ   PMH01-HISTORY-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   PMH-READ-PROC-EXIT
           END-READ.
       *>
           IF   PMH01-HENKOU-DATE   NOT =   WRK-TAISHO-BI   THEN
                GO   TO   PMH-READ-PROC-EXIT
           END-IF.
           ADD    1   TO   WRK-IN-COUNT.
       *>
           MOVE   SPACE                  TO   ST-SORT-REC.
           MOVE   PMH01-HENKOU-TIME      TO   ST-HENKOU-TIME.
           MOVE   "パラメータ"           TO   ST-MASTER.
           MOVE   PMH01-JOB-NAME         TO   ST-KEY(1:10).
           MOVE   PMH01-PARM-MEI         TO   ST-KEY(12:10).
           MOVE   "PRMUPD01"             TO   ST-TANTO.
       *>
           MOVE   "PMH01"                TO   WRK-RIREKI-ID.
           MOVE   PMH01-TORIHIKI-KUBUN   TO   WRK-TORIHIKI-KUBUN.
           MOVE   PMH01-MAE-IMAGE        TO   WRK-MAE-IMAGE.
           MOVE   PMH01-ATO-IMAGE        TO   WRK-ATO-IMAGE.
           PERFORM   IMAGE-HIKAKU-PROC.
       *>
       PMH-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更前後イメージの比較
       *>  追加・削除は１行にまとめ（削除は要承認）、変更は値の変わった
       *>  項目ごとに１行とする
       *>----------------------------------------------------------------------------
       IMAGE-HIKAKU-PROC                  SECTION.
       *>
           IF   WRK-TORIHIKI-KUBUN   =   "A"   THEN
                MOVE   "追加"                   TO   ST-KUBUN
                MOVE   "（新規登録）"           TO   ST-KOUMOKU
                MOVE   WRK-ATO-IMAGE(1:24)      TO   ST-ATO
                PERFORM   SORT-RELEASE-PROC
                GO   TO   IMAGE-HIKAKU-PROC-EXIT
           END-IF.
       *>
           IF   WRK-TORIHIKI-KUBUN   =   "D"   THEN
                MOVE   "削除"                   TO   ST-KUBUN
                MOVE   "（削除）"               TO   ST-KOUMOKU
                MOVE   WRK-MAE-IMAGE(1:24)      TO   ST-MAE
                MOVE   "1"                      TO   ST-RISK-SW
                PERFORM   SORT-RELEASE-PROC
                GO   TO   IMAGE-HIKAKU-PROC-EXIT
           END-IF.
       *>
           MOVE   "変更"   TO   ST-KUBUN.
           PERFORM   KOUMOKU-HIKAKU-PROC
                    VARYING   WRK-KOUMOKU-IDX   FROM   1   BY   1
                    UNTIL   WRK-KOUMOKU-IDX   >   CST-KOUMOKU-SU.
       *>
       IMAGE-HIKAKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更前後イメージの項目比較（１項目分）
       *>----------------------------------------------------------------------------
       KOUMOKU-HIKAKU-PROC                SECTION.
       *>
           IF   CST-KM-RIREKI-ID(WRK-KOUMOKU-IDX)
                                   NOT =   WRK-RIREKI-ID   THEN
                GO   TO   KOUMOKU-HIKAKU-PROC-EXIT
           END-IF.
       *>
           IF   WRK-MAE-IMAGE(CST-KM-KAISHI(WRK-KOUMOKU-IDX):
                              CST-KM-NAGASA(WRK-KOUMOKU-IDX))
             =  WRK-ATO-IMAGE(CST-KM-KAISHI(WRK-KOUMOKU-IDX):
                              CST-KM-NAGASA(WRK-KOUMOKU-IDX))   THEN
                GO   TO   KOUMOKU-HIKAKU-PROC-EXIT
           END-IF.
       *>
           MOVE   CST-KM-MEI(WRK-KOUMOKU-IDX)       TO   ST-KOUMOKU.
           MOVE   WRK-MAE-IMAGE(CST-KM-KAISHI(WRK-KOUMOKU-IDX):
                                CST-KM-NAGASA(WRK-KOUMOKU-IDX))
                                                    TO   ST-MAE.
           MOVE   WRK-ATO-IMAGE(CST-KM-KAISHI(WRK-KOUMOKU-IDX):
                                CST-KM-NAGASA(WRK-KOUMOKU-IDX))
                                                    TO   ST-ATO.
           MOVE   CST-KM-RISK-SW(WRK-KOUMOKU-IDX)   TO   ST-RISK-SW.
           PERFORM   SORT-RELEASE-PROC.
       *>
       KOUMOKU-HIKAKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソートファイルへの書き出し（１行分）
       *>----------------------------------------------------------------------------
       SORT-RELEASE-PROC                  SECTION.
       *>
           ADD    1             TO   WRK-RENBAN.
           MOVE   WRK-RENBAN    TO   ST-RENBAN.
           RELEASE   ST-SORT-REC.
       *>
       SORT-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（時刻順に点検表を印刷する）
       *>----------------------------------------------------------------------------
       DIGEST-PRINT-CONTROL-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           PERFORM   DIGEST-PRINT-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
       DIGEST-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>変更明細行の編集・印刷処理（１行分）
       *>----------------------------------------------------------------------------
       DIGEST-PRINT-PROC                  SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   DIGEST-PRINT-PROC-EXIT
           END-RETURN.
       *>
           MOVE   ST-HENKOU-TIME(1:2)   TO   HD02-JI.
           MOVE   ST-HENKOU-TIME(3:2)   TO   HD02-FUN.
           MOVE   ST-HENKOU-TIME(5:2)   TO   HD02-BYO.
           MOVE   ST-KUBUN              TO   HD02-KUBUN.
           MOVE   ST-MASTER             TO   HD02-MASTER.
           MOVE   ST-KEY                TO   HD02-KEY.
           MOVE   ST-KOUMOKU            TO   HD02-KOUMOKU.
           MOVE   ST-MAE                TO   HD02-MAE.
           MOVE   ST-ATO                TO   HD02-ATO.
           MOVE   ST-TANTO              TO   HD02-TANTO.
       *>
           IF   ST-RISK   THEN
                MOVE   "★要承認"   TO   HD02-RISK
                ADD    1            TO   WRK-RISK-COUNT
           ELSE
                MOVE   SPACE        TO   HD02-RISK
           END-IF.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-DETAIL-LINE.
       *>
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       DIGEST-PRINT-PROC-EXIT.
       *>
           EXIT.
