       *>----------------------------------------------------------------------------
       *>期限到来予定一覧表作成処理
       *>  次の各ファイルを走査し、実行日から９０日以内に有効期限（終了日）
       *>  を迎える取り決めを、営業担当者ごとに期限の早い順に並べた一覧表
       *>  （PRT86）を作成する。残日数により３０日以内・６０日以内・
       *>  ９０日以内に区分し、担当者ごとと全体の区分別件数を印刷する。
       *>    (1) 契約単価ファイル（KEI01）    ：有効期限（ゼロ＝無期限）
       *>    (2) リベート契約ファイル（RBA01）：契約期間の終了日
       *>    (3) 定期注文マスタ（STO01）      ：終了日（ゼロ＝無期限）
       *>    (4) 販促単価ファイル（PRO01）    ：販促の終了日
       *>    (5) クーポンマスタ（CPN01）      ：有効期間の終了日
       *>  担当者は、定期注文はマスタの担当者、契約単価・リベートは担当
       *>  地域マスタ（TER01・TERGET01で基準日は実行日）の顧客の責任担当者
       *>  とし、担当地域の登録の無い顧客に限り月末受注アーカイブ（ARC01）
       *>  上の顧客の直近の受注の担当者とする（どちらも無い顧客は「担当者
       *>  未定」）。販促・クーポンは顧客によらない取り決めのため「全社」
       *>  としてまとめる。
       *>  担当者名は担当者マスタ（TAN01）、顧客名は顧客マスタ（KMS01）
       *>  より引き当てる。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        EXPWCH01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]契約単価ファイル
       *>----------------------------------------------------------------------------
       SELECT   KEI01-KEIYAKU-FILE   ASSIGN        TO "KEI01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS KEI-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]リベート契約ファイル
       *>----------------------------------------------------------------------------
       SELECT   RBA01-REBATE-FILE    ASSIGN        TO "RBA01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS RBA-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]定期注文マスタファイル
       *>----------------------------------------------------------------------------
       SELECT   STO01-TEIKI-MASTER   ASSIGN        TO "STO01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS STO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRO01-HANSOKU-FILE   ASSIGN        TO "PRO01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS PRO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]クーポンマスタファイル
       *>----------------------------------------------------------------------------
       SELECT   CPN01-COUPON-MASTER  ASSIGN        TO "CPN01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS CPN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（顧客の直近の担当者の引き当て）
       *>----------------------------------------------------------------------------
       SELECT   ARC01-ARCHIVE-FILE   ASSIGN        TO "ARC01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]担当者マスタファイル
       *>----------------------------------------------------------------------------
       SELECT    TAN01-TANTOSYA-MASTER ASSIGN     TO   "TAN01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS TAN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客マスタファイル（顧客名の参照）
       *>----------------------------------------------------------------------------
       SELECT    KMS01-KOKYAKU-MASTER ASSIGN       TO   "KMS01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS
                                            KMS01-KOKYAKU-BANGOU
                                      STATUS KMS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]期限到来予定一覧表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT86-KIGEN-RPT     ASSIGN        TO "PRT86.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]契約単価ファイルのレイアウト定義（KEIUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   KEI01-KEIYAKU-FILE.
       01   KEI01-RECODE.
            03   KEI01-KOKYAKU-BANGOU          PIC 9(006).
            03   KEI01-SHOHIN-CODE             PIC X(006).
            03   KEI01-KEIYAKU-TANKA           PIC 9(005).
            03   KEI01-DANKAI-TBL.
                 05   KEI01-DANKAI-ENT   OCCURS 3.
                      07   KEI01-DANKAI-SURYO  PIC 9(003).
                      07   KEI01-DANKAI-TANKA  PIC 9(005).
            03   KEI01-YUKO-KIGEN              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]リベート契約ファイルのレイアウト定義（REBATE01と同一）
       *>----------------------------------------------------------------------------
       FD   RBA01-REBATE-FILE.
       01   RBA01-RECODE.
            03   RBA01-KOKYAKU-BANGOU          PIC 9(006).
            03   RBA01-BUNRUI-CODE             PIC X(002).
            03   RBA01-KIKAN-FROM              PIC 9(008).
            03   RBA01-KIKAN-TO                PIC 9(008).
            03   RBA01-DANKAI-TBL.
                 05   RBA01-DANKAI-ENT   OCCURS 3.
                      07   RBA01-DANKAI-GAKU   PIC 9(009).
                      07   RBA01-DANKAI-RITSU  PIC 9(002)V9(002).
       *>----------------------------------------------------------------------------
       *>[入力]定期注文マスタファイルのレイアウト定義（STANDORD01と同一）
       *>----------------------------------------------------------------------------
       FD   STO01-TEIKI-MASTER.
       01   STO01-RECODE.
            03   STO01-MISEBAN                 PIC X(003).
            03   STO01-KOKYAKU-BANGOU          PIC 9(006).
            03   STO01-SHOHIN-CODE             PIC X(006).
            03   STO01-TYUMON-SU               PIC 9(005).
            03   STO01-HINDO-KUBUN             PIC X(001).
            03   STO01-YOUBI                   PIC 9(001).
            03   STO01-HI                      PIC 9(002).
            03   STO01-TANTOSYA-CODE           PIC X(007).
            03   STO01-SHURYO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   PRO01-HANSOKU-FILE.
       01   PRO01-RECODE.
            03   PRO01-SHOHIN-CODE             PIC X(006).
            03   PRO01-HANSOKU-TANKA           PIC 9(005).
            03   PRO01-KAISHI-BI               PIC 9(008).
            03   PRO01-SHURYO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]クーポンマスタファイルのレイアウト定義（THEME0002と同一）
       *>----------------------------------------------------------------------------
       FD   CPN01-COUPON-MASTER.
       01   CPN01-RECODE.
            03   CPN01-COUPON-CODE             PIC X(008).
            03   CPN01-GAKUMEN                 PIC 9(006).
            03   CPN01-YUKO-FROM               PIC 9(008).
            03   CPN01-YUKO-TO                 PIC 9(008).
            03   CPN01-FUTAN-KUBUN             PIC X(001).
            03   CPN01-HAKKO-MOTO              PIC X(006).
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義（先頭部分のみ参照）
       *>----------------------------------------------------------------------------
       FD   ARC01-ARCHIVE-FILE.
       01   ARC01-RECODE.
            03   ARC01-ZYUTYU-BANGOU          PIC X(008).
            03   ARC01-SHOHIN-CODE            PIC X(006).
            03   ARC01-SHOHIN-MI              PIC X(020).
            03   ARC01-TYUMON-SU              PIC S9(005).
            03   ARC01-UKETUKE-NICHIZI.
                 05   ARC01-HIDUKE            PIC 9(008).
                 05   ARC01-ZIKAN             PIC 9(004).
            03   ARC01-TANTOSYA-CODE          PIC X(007).
            03   ARC01-TANKA                  PIC 9(005).
            03   ARC01-KINGAKU                PIC S9(008).
            03   ARC01-KOKYAKU-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(082).
       *>
       *>  トレーラレコード判定用の再定義
       01   ARC01-TRAILER-CHECK   REDEFINES   ARC01-RECODE.
            03   ARC01-TRAILER-CODE           PIC X(007).
            03   FILLER                       PIC X(152).
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルのレイアウト定義（TANTORPT01と同一）
       *>----------------------------------------------------------------------------
       FD   TAN01-TANTOSYA-MASTER.
       01   TAN01-RECODE.
          03   TAN01-TANTOSYA-CODE                  PIC X(007).
          03   TAN01-TANTOSYA-MEI                   PIC X(020).
          03   TAN01-KATSUDO-FLG                    PIC X(001).
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
       FD   KMS01-KOKYAKU-MASTER.
       01   KMS01-RECODE.
            03   KMS01-KOKYAKU-BANGOU          PIC 9(006).
            03   KMS01-KOKYAKU-MEI             PIC X(020).
            03   KMS01-KOKYAKU-ZYUSHO          PIC X(040).
            03   KMS01-YOSHIN-GENDO            PIC 9(009).
            03   KMS01-KAIKAKE-ZANDAKA         PIC 9(009).
            03   KMS01-YUBIN-BANGOU            PIC X(007).
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
            03   KMS01-TOGO-SAKI               PIC 9(006).
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
            03   KMS01-TSUKA-CODE              PIC X(003).
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義
       *>  （担当区分・担当者・期限日・種別・顧客・対象の順に整列する）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            *>--担当区分（１＝担当者、２＝担当者未定、３＝全社）--
            03   ST-TANTO-KUBUN               PIC X(001).
            03   ST-TANTOSYA-CODE             PIC X(007).
            03   ST-KIGEN-BI                  PIC 9(008).
            *>--種別（１＝契約単価、２＝リベート、３＝定期注文、
            *>        ４＝販促、５＝クーポン）--
            03   ST-SHUBETSU                  PIC X(001).
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-TAISHO-CODE               PIC X(008).
            03   ST-NOKORI-NISSU              PIC 9(003).
            *>--参考値（契約単価・定期数量・特価・額面。リベートはゼロ）--
            03   ST-SANKOU-ATAI               PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]期限到来予定一覧表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT86-KIGEN-RPT.
       01   PRT86-RECODE                      PIC X(160).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END ".
       *>
       *>--期限到来の監視日数（区分は３０日ごと）--
       77   CST-KANSHI-NISSU                  PIC 9(003) VALUE 090.
       77   CST-KUBUN-NISSU                   PIC 9(003) VALUE 030.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--各ファイルの読込件数・一覧表の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--顧客マスタ未登録の顧客を含む明細件数--
            03   WRK-MITOROKU-COUNT           PIC 9(006).
       *>
       01   KEI-FILE-STATUS                   PIC XX.
       01   RBA-FILE-STATUS                   PIC XX.
       01   STO-FILE-STATUS                   PIC XX.
       01   PRO-FILE-STATUS                   PIC XX.
       01   CPN-FILE-STATUS                   PIC XX.
       01   ARC-FILE-STATUS                   PIC XX.
       01   TAN-FILE-STATUS                   PIC XX.
       01   KMS-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "EXPWCH01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       *>
       *>--期限判定の作業領域（判定する日付と残日数・判定結果）--
       01   WRK-HANTEI-BI                     PIC 9(008).
       01   WRK-RUN-NISSU                     PIC 9(007).
       01   WRK-NOKORI-NISSU                  PIC S9(007).
       01   WRK-TAISHO-SW                     PIC X(001).
            88   WRK-TAISHO                   VALUE "Y".
       *>
       *>--経過日数の計算用（西暦１年１月１日からの通算日数）--
       01   CST-RUISEKI-TBL.
            03   FILLER                      PIC 9(003) VALUE 000.
            03   FILLER                      PIC 9(003) VALUE 031.
            03   FILLER                      PIC 9(003) VALUE 059.
            03   FILLER                      PIC 9(003) VALUE 090.
            03   FILLER                      PIC 9(003) VALUE 120.
            03   FILLER                      PIC 9(003) VALUE 151.
            03   FILLER                      PIC 9(003) VALUE 181.
            03   FILLER                      PIC 9(003) VALUE 212.
            03   FILLER                      PIC 9(003) VALUE 243.
            03   FILLER                      PIC 9(003) VALUE 273.
            03   FILLER                      PIC 9(003) VALUE 304.
            03   FILLER                      PIC 9(003) VALUE 334.
       01   CST-RUISEKI-R REDEFINES CST-RUISEKI-TBL.
            03   CST-RUISEKI                 PIC 9(003) OCCURS 12.
       *>
       01   WRK-TSUSAN-AREA.
            03   WRK-TSUSAN-HIZUKE            PIC 9(008).
            03   WRK-TSUSAN-HIZUKE-H  REDEFINES   WRK-TSUSAN-HIZUKE.
                 05   WRK-TSUSAN-NEN          PIC 9(004).
                 05   WRK-TSUSAN-GETU         PIC 9(002).
                 05   WRK-TSUSAN-HI           PIC 9(002).
            03   WRK-TSUSAN-ZENNEN            PIC 9(004).
            03   WRK-TSUSAN-SHO4              PIC 9(004).
            03   WRK-TSUSAN-SHO100            PIC 9(004).
            03   WRK-TSUSAN-SHO400            PIC 9(004).
            03   WRK-TSUSAN-AMARI             PIC 9(004).
            03   WRK-TSUSAN-NISSU             PIC 9(007).
       *>
       01   WRK-URUU-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>
       *>--担当者の引き当て待ちの取り決め（契約単価・リベート）--
       77   CST-MAX-MACHI-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-MACHI-TBL.
            03   WRK-MACHI-ENT                    OCCURS 9999.
                 05   WRK-MACHI-SHUBETSU          PIC X(001).
                 05   WRK-MACHI-KOKYAKU-BANGOU    PIC 9(006).
                 05   WRK-MACHI-TAISHO-CODE       PIC X(008).
                 05   WRK-MACHI-KIGEN-BI          PIC 9(008).
                 05   WRK-MACHI-NOKORI-NISSU      PIC 9(003).
                 05   WRK-MACHI-SANKOU-ATAI       PIC 9(006).
                 *>--直近の受注の担当者と受注日時--
                 05   WRK-MACHI-TANTOSYA-CODE     PIC X(007).
                 05   WRK-MACHI-NICHIZI           PIC 9(012).
       01   WRK-MACHI-CNT                     PIC 9(004).
       01   WRK-MACHI-IDX                     PIC 9(004).
       *>
       *>--担当地域マスタによる責任担当者の取得（TERGET01）の受け渡し項目--
       01   WRK-TER-KOKYAKU-BANGOU            PIC 9(006).
       01   WRK-TER-YUBIN-BANGOU              PIC X(007).
       01   WRK-TER-NYURYOKU-TANTO            PIC X(007).
       01   WRK-TER-TANTOSYA-CODE             PIC X(007).
       01   WRK-TER-MITUKE-FLG                PIC X(001).
       01   WRK-TER-MINYURYOKU-FLG            PIC X(001).
       *>
       *>--担当者マスタの一括読み込み用テーブル--
       77   CST-MAX-TANTO-KENSU               PIC 9(004) VALUE 9999.
       01   WRK-TANTO-TBL.
            03   WRK-TANTO-ENT                    OCCURS 9999.
                 05   WRK-TANTO-CODE              PIC X(007).
                 05   WRK-TANTO-MEI               PIC X(020).
       01   WRK-TANTO-CNT                     PIC 9(004).
       01   WRK-TANTO-IDX                     PIC 9(004).
       01   WRK-TANTO-MITUKE-SW               PIC X(001).
            88   WRK-TANTO-MITUKE             VALUE "Y".
       *>
       *>--整列へ渡す取り決め１件分--
       01   WRK-REL-AREA.
            03   WRK-REL-SHUBETSU             PIC X(001).
            03   WRK-REL-KOKYAKU-BANGOU       PIC 9(006).
            03   WRK-REL-TAISHO-CODE          PIC X(008).
            03   WRK-REL-SANKOU-ATAI          PIC 9(006).
       *>
       *>--前レコードの集計キー（担当区分・担当者）保存用--
       01   KEY-TANTO-KUBUN                   PIC X(001).
       01   KEY-TANTOSYA-CODE                 PIC X(007).
       01   WRK-SHOKAI-SW                     PIC X(001).
            88   WRK-SHOKAI                   VALUE "Y".
       *>
       *>--区分別件数（１＝３０日以内、２＝６０日以内、３＝９０日以内）--
       01   WRK-KUBUN-IDX                     PIC 9(001).
       01   WRK-TANTO-KENSU-TBL.
            03   WRK-TANTO-KENSU              PIC 9(006) OCCURS 3.
       01   WRK-SOU-KENSU-TBL.
            03   WRK-SOU-KENSU                PIC 9(006) OCCURS 3.
       *>
       *>--残日数区分・種別の名称--
       01   CST-KUBUN-MEI-TBL.
            03   FILLER                       PIC X(011)
                                 VALUE "30日以内".
            03   FILLER                       PIC X(011)
                                 VALUE "60日以内".
            03   FILLER                       PIC X(011)
                                 VALUE "90日以内".
       01   CST-KUBUN-MEI-R   REDEFINES   CST-KUBUN-MEI-TBL.
            03   CST-KUBUN-MEI                PIC X(011) OCCURS 3.
       *>
       01   CST-SHUBETSU-MEI-TBL.
            03   FILLER                       PIC X(012)
                                 VALUE "契約単価".
            03   FILLER                       PIC X(012)
                                 VALUE "リベート".
            03   FILLER                       PIC X(012)
                                 VALUE "定期注文".
            03   FILLER                       PIC X(012)
                                 VALUE "販促".
            03   FILLER                       PIC X(012)
                                 VALUE "クーポン".
       01   CST-SHUBETSU-MEI-R   REDEFINES   CST-SHUBETSU-MEI-TBL.
            03   CST-SHUBETSU-MEI             PIC X(012) OCCURS 5.
       01   WRK-SHUBETSU-IDX                  PIC 9(001).
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(039)
                         VALUE "＜期限到来予定一覧表＞".
            03   FILLER                       PIC X(015)
                                 VALUE "実行日：".
            03   HD01-RUN-DATE                PIC 9999/99/99.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(018)
                                 VALUE "監視日数：".
            03   HD01-KANSHI-NISSU            PIC ZZ9.
       *>
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(014)
                 VALUE "期限日".
            03   FILLER                       PIC X(009)
                 VALUE "残日".
            03   FILLER                       PIC X(015)
                 VALUE "区分".
            03   FILLER                       PIC X(015)
                 VALUE "種別".
            03   FILLER                       PIC X(010)
                 VALUE "顧客".
            03   FILLER                       PIC X(024)
                 VALUE "顧客名".
            03   FILLER                       PIC X(012)
                 VALUE "対象".
            03   FILLER                       PIC X(013)
                 VALUE " 単価等".
       *>
       *>--印刷する担当者見出しの定義--
       01   HD03-TANTO.
            03   FILLER                       PIC X(015)
                                 VALUE "担当者：".
            03   HD03-TANTOSYA-CODE           PIC X(007).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-TANTOSYA-MEI            PIC X(036).
       *>
       *>--印刷する明細の定義--
       01   HD04-MEISAI.
            03   HD04-KIGEN-BI                PIC 9999/99/99.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-NOKORI-NISSU            PIC ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KUBUN-MEI               PIC X(011).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SHUBETSU-MEI            PIC X(012).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KOKYAKU-AREA.
                 05   HD04-KOKYAKU-BANGOU     PIC 9(006).
            03   HD04-KOKYAKU-X   REDEFINES   HD04-KOKYAKU-AREA
                                              PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TAISHO-CODE             PIC X(008).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SANKOU-AREA.
                 05   HD04-SANKOU-ATAI        PIC ZZZ,ZZ9.
            03   HD04-SANKOU-X   REDEFINES   HD04-SANKOU-AREA
                                              PIC X(007).
       *>
       *>--印刷する区分別件数行の定義（担当者計・総合計）--
       01   HD05-KENSU.
            03   HD05-MIDASHI                 PIC X(024).
            03   FILLER                       PIC X(013)
                                 VALUE "30日以内".
            03   HD05-KENSU-1                 PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   FILLER                       PIC X(013)
                                 VALUE "60日以内".
            03   HD05-KENSU-2                 PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   FILLER                       PIC X(013)
                                 VALUE "90日以内".
            03   HD05-KENSU-3                 PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "EXPWCH01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "取り決め読込件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "期限到来予定件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "顧客マスタ未登録：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "ARC01-ARCHIVE-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  担当者・期限日順の整列と一覧表の印刷
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-TANTO-KUBUN
                                          ST-TANTOSYA-CODE
                                          ST-KIGEN-BI
                                          ST-SHUBETSU
                                          ST-KOKYAKU-BANGOU
                                          ST-TAISHO-CODE
              INPUT    PROCEDURE   KIGEN-RELEASE-PROC
              OUTPUT   PROCEDURE   KIGEN-PRINT-CONTROL-PROC.
       *>
           PERFORM   SOUKEI-PRINT-PROC.
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
           MOVE   ZERO    TO   WRK-MITOROKU-COUNT.
           MOVE   ZERO    TO   WRK-MACHI-CNT.
           MOVE   ZERO    TO   WRK-TANTO-CNT.
           MOVE   ZERO    TO   WRK-SOU-KENSU(1).
           MOVE   ZERO    TO   WRK-SOU-KENSU(2).
           MOVE   ZERO    TO   WRK-SOU-KENSU(3).
       *>
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
       *>
       *>  実行日の通算日数
           MOVE     WRK-RUN-DATE       TO   WRK-TSUSAN-HIZUKE.
           PERFORM  TSUSAN-NISSU-PROC.
           MOVE     WRK-TSUSAN-NISSU   TO   WRK-RUN-NISSU.
       *>
           PERFORM   TANTOSYA-MASTER-LOAD-PROC.
       *>
           OPEN   INPUT    KMS01-KOKYAKU-MASTER.
           OPEN   OUTPUT   PRT86-KIGEN-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-DATE       TO   HD01-RUN-DATE.
           MOVE   CST-KANSHI-NISSU   TO   HD01-KANSHI-NISSU.
           MOVE   SPACE              TO   PRT86-RECODE.
           WRITE  PRT86-RECODE       FROM   HD01-MIDASHI-1.
           MOVE   SPACE              TO   PRT86-RECODE.
           WRITE  PRT86-RECODE       FROM   HD02-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   KMS01-KOKYAKU-MASTER
                   PRT86-KIGEN-RPT.
       *>
           MOVE   WRK-IN-COUNT         TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT        TO   MSG3-COUNT.
           MOVE   WRK-MITOROKU-COUNT   TO   MSG4-COUNT.
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
                                          WRK-MITOROKU-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（各ファイルから期限到来予定の取り決めを書き出す）
       *>  契約単価・リベートは担当者の引き当て待ちテーブルへ溜め、
       *>  担当地域マスタの責任担当者（登録が無ければアーカイブの直近の
       *>  担当者）を引き当ててから書き出す
       *>----------------------------------------------------------------------------
       KIGEN-RELEASE-PROC                 SECTION.
       *>
           PERFORM   KEIYAKU-LOAD-PROC.
           PERFORM   REBATE-LOAD-PROC.
           PERFORM   ARCHIVE-TANTO-PROC.
       *>
           PERFORM   MACHI-RELEASE-PROC
                    VARYING   WRK-MACHI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MACHI-IDX   >   WRK-MACHI-CNT.
       *>
           PERFORM   TEIKI-LOAD-PROC.
           PERFORM   HANSOKU-LOAD-PROC.
           PERFORM   COUPON-LOAD-PROC.
       *>
       KIGEN-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>契約単価ファイルの読み込み
       *>  契約単価ファイルが無い場合は対象なしとする
       *>----------------------------------------------------------------------------
       KEIYAKU-LOAD-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   KEI01-KEIYAKU-FILE.
       *>
           IF   KEI-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   KEIYAKU-LOAD-PROC-EXIT
           END-IF.
       *>
           PERFORM   KEIYAKU-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   KEI01-KEIYAKU-FILE.
       *>
       KEIYAKU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>契約単価ファイルの読み込み（１件分、期限到来予定なら引き当て待ちへ）
       *>----------------------------------------------------------------------------
       KEIYAKU-READ-PROC                  SECTION.
       *>
           READ   KEI01-KEIYAKU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KEIYAKU-READ-PROC-EXIT
           END-READ.
       *>
           ADD    1                      TO   WRK-IN-COUNT.
       *>
           MOVE   KEI01-YUKO-KIGEN       TO   WRK-HANTEI-BI.
           PERFORM   KIGEN-HANTEI-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   KEIYAKU-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   "1"                    TO   WRK-REL-SHUBETSU.
           MOVE   KEI01-KOKYAKU-BANGOU   TO   WRK-REL-KOKYAKU-BANGOU.
           MOVE   KEI01-SHOHIN-CODE      TO   WRK-REL-TAISHO-CODE.
           MOVE   KEI01-KEIYAKU-TANKA    TO   WRK-REL-SANKOU-ATAI.
           PERFORM   MACHI-TSUIKA-PROC.
       *>
       KEIYAKU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>リベート契約ファイルの読み込み
       *>  リベート契約ファイルが無い場合は対象なしとする
       *>----------------------------------------------------------------------------
       REBATE-LOAD-PROC                   SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   RBA01-REBATE-FILE.
       *>
           IF   RBA-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   REBATE-LOAD-PROC-EXIT
           END-IF.
       *>
           PERFORM   REBATE-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   RBA01-REBATE-FILE.
       *>
       REBATE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>リベート契約ファイルの読み込み（１件分、期限到来予定なら引き当て待ちへ）
       *>----------------------------------------------------------------------------
       REBATE-READ-PROC                   SECTION.
       *>
           READ   RBA01-REBATE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   REBATE-READ-PROC-EXIT
           END-READ.
       *>
           ADD    1                      TO   WRK-IN-COUNT.
       *>
           MOVE   RBA01-KIKAN-TO         TO   WRK-HANTEI-BI.
           PERFORM   KIGEN-HANTEI-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   REBATE-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   "2"                    TO   WRK-REL-SHUBETSU.
           MOVE   RBA01-KOKYAKU-BANGOU   TO   WRK-REL-KOKYAKU-BANGOU.
           MOVE   RBA01-BUNRUI-CODE      TO   WRK-REL-TAISHO-CODE.
           MOVE   ZERO                   TO   WRK-REL-SANKOU-ATAI.
           PERFORM   MACHI-TSUIKA-PROC.
       *>
       REBATE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者の引き当て待ちテーブルへの追加（１件分）
       *>  （テーブルが満杯の場合は担当者未定のまま直接書き出す）
       *>----------------------------------------------------------------------------
       MACHI-TSUIKA-PROC                  SECTION.
       *>
           IF   WRK-MACHI-CNT   >=   CST-MAX-MACHI-KENSU   THEN
                MOVE   "2"                TO   ST-TANTO-KUBUN
                MOVE   SPACE              TO   ST-TANTOSYA-CODE
                PERFORM   SORT-RELEASE-PROC
                GO   TO   MACHI-TSUIKA-PROC-EXIT
           END-IF.
       *>
           ADD    1                        TO   WRK-MACHI-CNT.
           MOVE   WRK-REL-SHUBETSU         TO
                  WRK-MACHI-SHUBETSU(WRK-MACHI-CNT).
           MOVE   WRK-REL-KOKYAKU-BANGOU   TO
                  WRK-MACHI-KOKYAKU-BANGOU(WRK-MACHI-CNT).
           MOVE   WRK-REL-TAISHO-CODE      TO
                  WRK-MACHI-TAISHO-CODE(WRK-MACHI-CNT).
           MOVE   WRK-HANTEI-BI            TO
                  WRK-MACHI-KIGEN-BI(WRK-MACHI-CNT).
           MOVE   WRK-NOKORI-NISSU         TO
                  WRK-MACHI-NOKORI-NISSU(WRK-MACHI-CNT).
           MOVE   WRK-REL-SANKOU-ATAI      TO
                  WRK-MACHI-SANKOU-ATAI(WRK-MACHI-CNT).
           MOVE   SPACE                    TO
                  WRK-MACHI-TANTOSYA-CODE(WRK-MACHI-CNT).
           MOVE   ZERO                     TO
                  WRK-MACHI-NICHIZI(WRK-MACHI-CNT).
       *>
       MACHI-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>月末受注アーカイブからの直近の担当者の引き当て
       *>  引き当て待ちが無い場合・アーカイブが無い場合は読まない
       *>----------------------------------------------------------------------------
       ARCHIVE-TANTO-PROC                 SECTION.
       *>
           IF   WRK-MACHI-CNT   =   ZERO   THEN
                GO   TO   ARCHIVE-TANTO-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
       *>
           IF   ARC-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   ARCHIVE-TANTO-PROC-EXIT
           END-IF.
       *>
           PERFORM   ARCHIVE-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
       *>
       ARCHIVE-TANTO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>月末受注アーカイブファイルの読み込み（１件分）
       *>  同じ顧客の引き当て待ちすべてについて、受注日時がより新しければ
       *>  担当者を置き換える
       *>----------------------------------------------------------------------------
       ARCHIVE-READ-PROC                  SECTION.
       *>
           READ   ARC01-ARCHIVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   ARCHIVE-READ-PROC-EXIT
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   ARC-FILE-STATUS   NOT =   "00"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
           IF   ARC01-TRAILER-CODE   =   "TRAILER"
           OR   ARC01-TANTOSYA-CODE   =   SPACE   THEN
                GO   TO   ARCHIVE-READ-PROC-EXIT
           END-IF.
       *>
           PERFORM   MACHI-TANTO-CHECK-PROC
                    VARYING   WRK-MACHI-IDX   FROM   1   BY   1
                    UNTIL   WRK-MACHI-IDX   >   WRK-MACHI-CNT.
       *>
       ARCHIVE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>引き当て待ちテーブルの突合チェック（１件分・一致時は担当者を記録）
       *>----------------------------------------------------------------------------
       MACHI-TANTO-CHECK-PROC             SECTION.
       *>
           IF   WRK-MACHI-KOKYAKU-BANGOU(WRK-MACHI-IDX)
                                   =   ARC01-KOKYAKU-BANGOU
           AND  WRK-MACHI-NICHIZI(WRK-MACHI-IDX)
                                   <=  ARC01-UKETUKE-NICHIZI   THEN
                MOVE   ARC01-TANTOSYA-CODE     TO
                       WRK-MACHI-TANTOSYA-CODE(WRK-MACHI-IDX)
                MOVE   ARC01-UKETUKE-NICHIZI   TO
                       WRK-MACHI-NICHIZI(WRK-MACHI-IDX)
           END-IF.
       *>
       MACHI-TANTO-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>引き当て待ちの取り決めの書き出し（１件分）
       *>  担当地域マスタに顧客の責任担当者（顧客指定・郵便番号）の登録が
       *>  あればその担当者とし、無い場合に限りアーカイブの直近の担当者とする
       *>----------------------------------------------------------------------------
       MACHI-RELEASE-PROC                 SECTION.
       *>
           MOVE   WRK-MACHI-SHUBETSU(WRK-MACHI-IDX)         TO
                  WRK-REL-SHUBETSU.
           MOVE   WRK-MACHI-KOKYAKU-BANGOU(WRK-MACHI-IDX)   TO
                  WRK-REL-KOKYAKU-BANGOU.
           MOVE   WRK-MACHI-TAISHO-CODE(WRK-MACHI-IDX)      TO
                  WRK-REL-TAISHO-CODE.
           MOVE   WRK-MACHI-SANKOU-ATAI(WRK-MACHI-IDX)      TO
                  WRK-REL-SANKOU-ATAI.
           MOVE   WRK-MACHI-KIGEN-BI(WRK-MACHI-IDX)         TO
                  WRK-HANTEI-BI.
           MOVE   WRK-MACHI-NOKORI-NISSU(WRK-MACHI-IDX)     TO
                  WRK-NOKORI-NISSU.
       *>
       *>  担当地域マスタの責任担当者の取得（郵便番号は顧客マスタから
       *>  取得させ、入力担当者は無いためスペースとする）
           MOVE   WRK-MACHI-KOKYAKU-BANGOU(WRK-MACHI-IDX)   TO
                  WRK-TER-KOKYAKU-BANGOU.
           MOVE   SPACE   TO   WRK-TER-YUBIN-BANGOU.
           MOVE   SPACE   TO   WRK-TER-NYURYOKU-TANTO.
           CALL   "TERGET01"   USING   WRK-TER-KOKYAKU-BANGOU
                                       WRK-TER-YUBIN-BANGOU
                                       WRK-RUN-DATE
                                       WRK-TER-NYURYOKU-TANTO
                                       WRK-TER-TANTOSYA-CODE
                                       WRK-TER-MITUKE-FLG
                                       WRK-TER-MINYURYOKU-FLG.
       *>
           IF   WRK-TER-MITUKE-FLG   NOT =   SPACE   THEN
                MOVE   "1"                     TO   ST-TANTO-KUBUN
                MOVE   WRK-TER-TANTOSYA-CODE   TO   ST-TANTOSYA-CODE
                PERFORM   SORT-RELEASE-PROC
                GO   TO   MACHI-RELEASE-PROC-EXIT
           END-IF.
       *>
           IF   WRK-MACHI-TANTOSYA-CODE(WRK-MACHI-IDX)
                                   =   SPACE   THEN
                MOVE   "2"     TO   ST-TANTO-KUBUN
                MOVE   SPACE   TO   ST-TANTOSYA-CODE
           ELSE
                MOVE   "1"     TO   ST-TANTO-KUBUN
                MOVE   WRK-MACHI-TANTOSYA-CODE(WRK-MACHI-IDX)   TO
                       ST-TANTOSYA-CODE
           END-IF.
       *>
           PERFORM   SORT-RELEASE-PROC.
       *>
       MACHI-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>定期注文マスタファイルの読み込み
       *>  定期注文マスタが無い場合は対象なしとする
       *>----------------------------------------------------------------------------
       TEIKI-LOAD-PROC                    SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   STO01-TEIKI-MASTER.
       *>
           IF   STO-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   TEIKI-LOAD-PROC-EXIT
           END-IF.
       *>
           PERFORM   TEIKI-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   STO01-TEIKI-MASTER.
       *>
       TEIKI-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>定期注文マスタファイルの読み込み（１件分、期限到来予定なら書き出し）
       *>----------------------------------------------------------------------------
       TEIKI-READ-PROC                    SECTION.
       *>
           READ   STO01-TEIKI-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   TEIKI-READ-PROC-EXIT
           END-READ.
       *>
           ADD    1                      TO   WRK-IN-COUNT.
       *>
           MOVE   STO01-SHURYO-BI        TO   WRK-HANTEI-BI.
           PERFORM   KIGEN-HANTEI-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   TEIKI-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   "3"                    TO   WRK-REL-SHUBETSU.
           MOVE   STO01-KOKYAKU-BANGOU   TO   WRK-REL-KOKYAKU-BANGOU.
           MOVE   STO01-SHOHIN-CODE      TO   WRK-REL-TAISHO-CODE.
           MOVE   STO01-TYUMON-SU        TO   WRK-REL-SANKOU-ATAI.
       *>
           IF   STO01-TANTOSYA-CODE   =   SPACE   THEN
                MOVE   "2"     TO   ST-TANTO-KUBUN
                MOVE   SPACE   TO   ST-TANTOSYA-CODE
           ELSE
                MOVE   "1"     TO   ST-TANTO-KUBUN
                MOVE   STO01-TANTOSYA-CODE   TO   ST-TANTOSYA-CODE
           END-IF.
       *>
           PERFORM   SORT-RELEASE-PROC.
       *>
       TEIKI-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの読み込み
       *>  販促単価ファイルが無い場合は対象なしとする
       *>----------------------------------------------------------------------------
       HANSOKU-LOAD-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PRO01-HANSOKU-FILE.
       *>
           IF   PRO-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   HANSOKU-LOAD-PROC-EXIT
           END-IF.
       *>
           PERFORM   HANSOKU-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   PRO01-HANSOKU-FILE.
       *>
       HANSOKU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの読み込み（１件分、期限到来予定なら全社分で書き出し）
       *>----------------------------------------------------------------------------
       HANSOKU-READ-PROC                  SECTION.
       *>
           READ   PRO01-HANSOKU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   HANSOKU-READ-PROC-EXIT
           END-READ.
       *>
           ADD    1                      TO   WRK-IN-COUNT.
       *>
           MOVE   PRO01-SHURYO-BI        TO   WRK-HANTEI-BI.
           PERFORM   KIGEN-HANTEI-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   HANSOKU-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   "4"                    TO   WRK-REL-SHUBETSU.
           MOVE   ZERO                   TO   WRK-REL-KOKYAKU-BANGOU.
           MOVE   PRO01-SHOHIN-CODE      TO   WRK-REL-TAISHO-CODE.
           MOVE   PRO01-HANSOKU-TANKA    TO   WRK-REL-SANKOU-ATAI.
           MOVE   "3"                    TO   ST-TANTO-KUBUN.
           MOVE   SPACE                  TO   ST-TANTOSYA-CODE.
       *>
           PERFORM   SORT-RELEASE-PROC.
       *>
       HANSOKU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>クーポンマスタファイルの読み込み
       *>  クーポンマスタが無い場合は対象なしとする
       *>----------------------------------------------------------------------------
       COUPON-LOAD-PROC                   SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CPN01-COUPON-MASTER.
       *>
           IF   CPN-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   COUPON-LOAD-PROC-EXIT
           END-IF.
       *>
           PERFORM   COUPON-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   CPN01-COUPON-MASTER.
       *>
       COUPON-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>クーポンマスタファイルの読み込み（１件分、期限到来予定なら全社分で書き出し）
       *>----------------------------------------------------------------------------
       COUPON-READ-PROC                   SECTION.
       *>
           READ   CPN01-COUPON-MASTER
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   COUPON-READ-PROC-EXIT
           END-READ.
       *>
           ADD    1                      TO   WRK-IN-COUNT.
       *>
           MOVE   CPN01-YUKO-TO          TO   WRK-HANTEI-BI.
           PERFORM   KIGEN-HANTEI-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   COUPON-READ-PROC-EXIT
           END-IF.
       *>
           MOVE   "5"                    TO   WRK-REL-SHUBETSU.
           MOVE   ZERO                   TO   WRK-REL-KOKYAKU-BANGOU.
           MOVE   CPN01-COUPON-CODE      TO   WRK-REL-TAISHO-CODE.
           MOVE   CPN01-GAKUMEN          TO   WRK-REL-SANKOU-ATAI.
           MOVE   "3"                    TO   ST-TANTO-KUBUN.
           MOVE   SPACE                  TO   ST-TANTOSYA-CODE.
       *>
           PERFORM   SORT-RELEASE-PROC.
       *>
       COUPON-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>整列用レコードの編集と書き出し（担当区分・担当者は設定済み）
       *>----------------------------------------------------------------------------
       SORT-RELEASE-PROC                  SECTION.
       *>
           MOVE   WRK-HANTEI-BI            TO   ST-KIGEN-BI.
           MOVE   WRK-REL-SHUBETSU         TO   ST-SHUBETSU.
           MOVE   WRK-REL-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   WRK-REL-TAISHO-CODE      TO   ST-TAISHO-CODE.
           MOVE   WRK-NOKORI-NISSU         TO   ST-NOKORI-NISSU.
           MOVE   WRK-REL-SANKOU-ATAI      TO   ST-SANKOU-ATAI.
       *>
           RELEASE   ST-SORT-REC.
       *>
       SORT-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>期限到来予定の判定（WRK-HANTEI-BIが実行日から監視日数以内か）
       *>  ゼロ（無期限）・期限切れ・監視日数より先の日付は対象外とする
       *>----------------------------------------------------------------------------
       KIGEN-HANTEI-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-TAISHO-SW.
       *>
           IF   WRK-HANTEI-BI   =   ZERO
           OR   WRK-HANTEI-BI   <   WRK-RUN-DATE   THEN
                GO   TO   KIGEN-HANTEI-PROC-EXIT
           END-IF.
       *>
           MOVE     WRK-HANTEI-BI      TO   WRK-TSUSAN-HIZUKE.
           PERFORM  TSUSAN-NISSU-PROC.
           COMPUTE  WRK-NOKORI-NISSU   =
                    WRK-TSUSAN-NISSU   -   WRK-RUN-NISSU.
       *>
           IF   WRK-NOKORI-NISSU   <   ZERO
           OR   WRK-NOKORI-NISSU   >   CST-KANSHI-NISSU   THEN
                GO   TO   KIGEN-HANTEI-PROC-EXIT
           END-IF.
       *>
           MOVE   "Y"   TO   WRK-TAISHO-SW.
       *>
       KIGEN-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（担当者の変わり目で担当者計と見出しを印刷する）
       *>----------------------------------------------------------------------------
       KIGEN-PRINT-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
       *>
           PERFORM   KIGEN-PRINT-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           IF   NOT   WRK-SHOKAI   THEN
                PERFORM   TANTO-KEI-PRINT-PROC
           END-IF.
       *>
       KIGEN-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>期限到来予定の明細印刷（１件分）
       *>----------------------------------------------------------------------------
       KIGEN-PRINT-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KIGEN-PRINT-PROC-EXIT
           END-RETURN.
       *>
           IF   WRK-SHOKAI
           OR   ST-TANTO-KUBUN     NOT =   KEY-TANTO-KUBUN
           OR   ST-TANTOSYA-CODE   NOT =   KEY-TANTOSYA-CODE   THEN
                IF   NOT   WRK-SHOKAI   THEN
                     PERFORM   TANTO-KEI-PRINT-PROC
                END-IF
                PERFORM   TANTO-MIDASHI-PRINT-PROC
           END-IF.
       *>
       *>  残日数の区分
           IF   ST-NOKORI-NISSU   <=   CST-KUBUN-NISSU   THEN
                MOVE   1   TO   WRK-KUBUN-IDX
           ELSE
                IF   ST-NOKORI-NISSU   <=   CST-KUBUN-NISSU * 2   THEN
                     MOVE   2   TO   WRK-KUBUN-IDX
                ELSE
                     MOVE   3   TO   WRK-KUBUN-IDX
                END-IF
           END-IF.
           ADD   1   TO   WRK-TANTO-KENSU(WRK-KUBUN-IDX).
           ADD   1   TO   WRK-SOU-KENSU(WRK-KUBUN-IDX).
       *>
           MOVE   ST-SHUBETSU   TO   WRK-SHUBETSU-IDX.
       *>
           MOVE   ST-KIGEN-BI                     TO   HD04-KIGEN-BI.
           MOVE   ST-NOKORI-NISSU                 TO
                  HD04-NOKORI-NISSU.
           MOVE   CST-KUBUN-MEI(WRK-KUBUN-IDX)    TO   HD04-KUBUN-MEI.
           MOVE   CST-SHUBETSU-MEI(WRK-SHUBETSU-IDX)   TO
                  HD04-SHUBETSU-MEI.
           MOVE   ST-TAISHO-CODE                  TO   HD04-TAISHO-CODE.
       *>
       *>  顧客名の引き当て（販促・クーポンは顧客によらないため空白）
           IF   ST-KOKYAKU-BANGOU   =   ZERO   THEN
                MOVE   SPACE   TO   HD04-KOKYAKU-X
                MOVE   SPACE   TO   HD04-KOKYAKU-MEI
           ELSE
                MOVE   ST-KOKYAKU-BANGOU   TO   HD04-KOKYAKU-BANGOU
                MOVE   ST-KOKYAKU-BANGOU   TO   KMS01-KOKYAKU-BANGOU
                READ KMS01-KOKYAKU-MASTER
                    INVALID     KEY
                          MOVE   "（未登録）"        TO
                                 HD04-KOKYAKU-MEI
                          ADD    1   TO   WRK-MITOROKU-COUNT
                    NOT   INVALID   KEY
                          MOVE   KMS01-KOKYAKU-MEI   TO
                                 HD04-KOKYAKU-MEI
                END-READ
           END-IF.
       *>
           IF   ST-SANKOU-ATAI   =   ZERO   THEN
                MOVE   SPACE            TO   HD04-SANKOU-X
           ELSE
                MOVE   ST-SANKOU-ATAI   TO   HD04-SANKOU-ATAI
           END-IF.
       *>
           MOVE   SPACE          TO   PRT86-RECODE.
           WRITE  PRT86-RECODE   FROM   HD04-MEISAI.
           ADD    1              TO   WRK-OUT-COUNT.
       *>
       KIGEN-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者見出しの印刷（担当者名の引き当てと担当者計の初期化）
       *>----------------------------------------------------------------------------
       TANTO-MIDASHI-PRINT-PROC           SECTION.
       *>
           MOVE   SPACE              TO   WRK-SHOKAI-SW.
           MOVE   ST-TANTO-KUBUN     TO   KEY-TANTO-KUBUN.
           MOVE   ST-TANTOSYA-CODE   TO   KEY-TANTOSYA-CODE.
           MOVE   ZERO               TO   WRK-TANTO-KENSU(1).
           MOVE   ZERO               TO   WRK-TANTO-KENSU(2).
           MOVE   ZERO               TO   WRK-TANTO-KENSU(3).
       *>
           MOVE   ST-TANTOSYA-CODE   TO   HD03-TANTOSYA-CODE.
           EVALUATE   ST-TANTO-KUBUN
               WHEN   "1"
                      PERFORM   TANTO-MEI-SANSHO-PROC
               WHEN   "2"
                      MOVE   "（担当者未定）"           TO
                             HD03-TANTOSYA-MEI
               WHEN   OTHER
                      MOVE   "（全社・販促／クーポン）"   TO
                             HD03-TANTOSYA-MEI
           END-EVALUATE.
       *>
           MOVE   SPACE          TO   PRT86-RECODE.
           WRITE  PRT86-RECODE.
           WRITE  PRT86-RECODE   FROM   HD03-TANTO.
       *>
       TANTO-MIDASHI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者計（区分別件数）の印刷
       *>----------------------------------------------------------------------------
       TANTO-KEI-PRINT-PROC               SECTION.
       *>
           MOVE   "  ＜担当者計＞"       TO   HD05-MIDASHI.
           MOVE   WRK-TANTO-KENSU(1)   TO   HD05-KENSU-1.
           MOVE   WRK-TANTO-KENSU(2)   TO   HD05-KENSU-2.
           MOVE   WRK-TANTO-KENSU(3)   TO   HD05-KENSU-3.
           MOVE   SPACE                TO   PRT86-RECODE.
           WRITE  PRT86-RECODE         FROM   HD05-KENSU.
       *>
       TANTO-KEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>総合計（区分別件数）の印刷
       *>----------------------------------------------------------------------------
       SOUKEI-PRINT-PROC                  SECTION.
       *>
           MOVE   "＜総合計＞"           TO   HD05-MIDASHI.
           MOVE   WRK-SOU-KENSU(1)     TO   HD05-KENSU-1.
           MOVE   WRK-SOU-KENSU(2)     TO   HD05-KENSU-2.
           MOVE   WRK-SOU-KENSU(3)     TO   HD05-KENSU-3.
           MOVE   SPACE                TO   PRT86-RECODE.
           WRITE  PRT86-RECODE.
           WRITE  PRT86-RECODE         FROM   HD05-KENSU.
       *>
       SOUKEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者名の引き当て（担当者マスタテーブルの線形検索）
       *>----------------------------------------------------------------------------
       TANTO-MEI-SANSHO-PROC              SECTION.
       *>
           MOVE   SPACE   TO   WRK-TANTO-MITUKE-SW.
           MOVE   ZERO    TO   WRK-TANTO-IDX.
       *>
           PERFORM   TANTO-TBL-CHECK-PROC
                    VARYING   WRK-TANTO-IDX   FROM   1   BY   1
                    UNTIL   WRK-TANTO-IDX   >   WRK-TANTO-CNT
                    OR      WRK-TANTO-MITUKE.
       *>
           IF   NOT   WRK-TANTO-MITUKE   THEN
                MOVE   "（未登録）"   TO   HD03-TANTOSYA-MEI
           END-IF.
       *>
       TANTO-MEI-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタテーブルの突合チェック（１件分・一致時は担当者名を編集）
       *>----------------------------------------------------------------------------
       TANTO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-TANTO-CODE(WRK-TANTO-IDX)
                                   =   KEY-TANTOSYA-CODE   THEN
                MOVE   "Y"   TO   WRK-TANTO-MITUKE-SW
                MOVE   WRK-TANTO-MEI(WRK-TANTO-IDX)   TO
                       HD03-TANTOSYA-MEI
           END-IF.
       *>
       TANTO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       TANTOSYA-MASTER-LOAD-PROC          SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   TAN01-TANTOSYA-MASTER.
       *>
           IF   TAN-FILE-STATUS   =   "00"   THEN
                PERFORM   TANTOSYA-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   TAN01-TANTOSYA-MASTER
           END-IF.
       *>
       TANTOSYA-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TANTOSYA-MASTER-READ-PROC          SECTION.
       *>
           READ TAN01-TANTOSYA-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-TANTO-CNT   <   CST-MAX-TANTO-KENSU THEN
                          ADD   1   TO   WRK-TANTO-CNT
                          MOVE   TAN01-TANTOSYA-CODE   TO
                              WRK-TANTO-CODE(WRK-TANTO-CNT)
                          MOVE   TAN01-TANTOSYA-MEI    TO
                              WRK-TANTO-MEI(WRK-TANTO-CNT)
                     END-IF
           END-READ.
       *>
       TANTOSYA-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>日付（WRK-TSUSAN-HIZUKE）を西暦１年１月１日からの通算日数に
       *>変換する処理（ORDBK01と同じ計算方法）
       *>----------------------------------------------------------------------------
       TSUSAN-NISSU-PROC                  SECTION.
       *>
           COMPUTE   WRK-TSUSAN-ZENNEN   =   WRK-TSUSAN-NEN   -   1.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   4
                    GIVING   WRK-TSUSAN-SHO4
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   100
                    GIVING   WRK-TSUSAN-SHO100
                REMAINDER   WRK-TSUSAN-AMARI.
           DIVIDE   WRK-TSUSAN-ZENNEN   BY   400
                    GIVING   WRK-TSUSAN-SHO400
                REMAINDER   WRK-TSUSAN-AMARI.
       *>
           IF   WRK-TSUSAN-GETU   <   1
           OR   WRK-TSUSAN-GETU   >   12   THEN
                MOVE   ZERO   TO   WRK-TSUSAN-NISSU
                GO   TO   TSUSAN-NISSU-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-TSUSAN-NISSU   =
                     WRK-TSUSAN-ZENNEN   *   365
                     +   WRK-TSUSAN-SHO4
                     -   WRK-TSUSAN-SHO100
                     +   WRK-TSUSAN-SHO400
                     +   CST-RUISEKI(WRK-TSUSAN-GETU)
                     +   WRK-TSUSAN-HI.
       *>
           IF   WRK-TSUSAN-GETU   >   2   THEN
                PERFORM   URUUDOSHI-HANTEI-PROC
                IF   WRK-URUU-NENDO   THEN
                     ADD   1   TO   WRK-TSUSAN-NISSU
                END-IF
           END-IF.
       *>
       TSUSAN-NISSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-TSUSAN-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC              SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-TSUSAN-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-TSUSAN-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-TSUSAN-NEN   BY   400  GIVING   WRK-URUU-NEN400
                REMAINDER   WRK-URUU-NEN400.
       *>
           IF   WRK-URUU-NEN400   =   ZERO   THEN
                MOVE   "1"   TO   WRK-URUU-FLG
           ELSE
                IF   WRK-URUU-NEN4     =   ZERO
                AND  WRK-URUU-NEN100   NOT =   ZERO   THEN
                     MOVE   "1"   TO   WRK-URUU-FLG
                END-IF
           END-IF.
       *>
       URUUDOSHI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   ARC-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16                TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
