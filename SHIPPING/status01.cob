       *>  状況区分はＭ＝マッチ済み、Ｐ＝ピッキング済み、Ｓ＝出荷済みとし、
       *>  ピッキング実績は倉庫からのピッキング確認ファイル（PCK01）で、
       *>  出荷実績は出荷確認ファイル（SHP01）で更新する。
       *>  ピッキング数量が注文数量に満たない（欠品の）明細もピッキング
       *>  済みとし、不足分はSHORTPK01が欠品受注（BO01）へ回す。
       *>  仕入先直送品の出荷確認はDSCONF01が運送会社コード"DS"で
       *>  出荷確認ファイルへ追記するため、倉庫の確認と同様に反映される。
       *>  出荷確認は同一明細の分納を累積し、注文数量を上限として
       *>  満了させる。キット親明細（Ｐ）は倉庫の確認が届かないため、
       *>  同一受注の構成明細（Ｃ）が全て出荷済みとなった時点で
       *>  出荷済みへ確定する（出荷日は構成の最終出荷日）。
       *>  約束出荷日を過ぎても出荷確認の無い明細は未出荷例外レポートへ
       *>  印刷し、顧客から連絡が来る前に客先対応へ回せるようにする。
       *>  シリアル番号管理品の出荷確認は１台ごとにシリアル番号が付いて
       *>  届くため、反映した確認のシリアル番号を受注明細（受注番号＋
       *>  商品コード）・顧客番号・出荷日とともにシリアル台帳（SRL01）へ
       *>  登録する（登録済みのシリアル番号は登録し直さない）。
       *>  運送会社（CAR01）ごとの配達証明は配達証明ファイル（POD01）へ
       *>  連結して届き、マニフェスト番号＋受注番号（商品コード指定時は
       *>  その明細のみ）で出荷済み明細へ配達区分（Ｄ＝配達済み、Ｒ＝
       *>  受取拒否、Ｈ＝破損）と配達日を記録する。受取拒否・破損は
       *>  返品ファイル（RTN01）へ返品を追記し、RETURNS01で在庫へ戻す
       *>  （シリアル番号管理品は台帳の出荷済みシリアル番号ごとに１件。
       *>  理由コードは共通実行パラメータで指定し、既定値はRF・DM）。
       *>  出荷後、指定日数（既定値７日）を過ぎても配達証明の無い明細は
       *>  配達証明未着一覧表へ印刷し、運送会社への照会・請求に回す。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    STS02-STATUS-FILE    ASSIGN       TO   "STS02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[入出力]シリアル台帳ファイル（商品コード＋シリアル番号をキーとする）
       *>----------------------------------------------------------------------------
       SELECT    SRL01-SERIAL-FILE    ASSIGN       TO   "SRL01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE  IS DYNAMIC
                                      RECORD KEY   IS SRL01-SERIAL-KEY
                                      STATUS       IS SRL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]未出荷例外レポート
       *>----------------------------------------------------------------------------
       SELECT    PRT01-MIDEKA-REPORT  ASSIGN       TO   "PRT10.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[入力]配達証明ファイル（運送会社ごとの日次ファイルを連結する）
       *>----------------------------------------------------------------------------
       SELECT    POD01-HAITATSU-FILE  ASSIGN       TO   "POD01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS POD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]運送会社マスタファイル（配達証明の運送会社コードの検証）
       *>----------------------------------------------------------------------------
       SELECT    CAR01-UNSO-MASTER    ASSIGN       TO   "CAR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CAR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]返品ファイル（受取拒否・破損分を追記する。RETURNS01の入力）
       *>----------------------------------------------------------------------------
       SELECT    RTN01-HENPIN-FILE    ASSIGN       TO   "RTN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RTN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]配達証明未着一覧表
       *>----------------------------------------------------------------------------
       SELECT    PRT02-MICHAKU-REPORT ASSIGN       TO   "PRT72.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       *>     （Ｐ）の出荷は構成明細（Ｃ）の出荷満了で確定させる）--
            03   STS01-KIT-KUBUN              PIC X(001).
            03   STS01-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（配達証明より記録する。Ｄ＝配達済み、
       *>     Ｒ＝受取拒否、Ｈ＝破損、スペース＝配達証明未着）--
            03   STS01-HAITATSU-KUBUN         PIC X(001).
            03   STS01-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイルのレイアウト定義（TEST0001の出力と同一レイアウト）
       *>----------------------------------------------------------------------------
       *>     積み込みマニフェストへの遡及用）--
            03   SHP01-MANIFEST-BANGOU        PIC 9(006).
            03   SHP01-UNSO-CODE              PIC X(002).
       *>   --シリアル番号（シリアル番号管理品のみ。１台１レコードで届く。
       *>     管理対象外の商品はスペース）--
            03   SHP01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[入力]ピッキング確認ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
                 05   PCK01-TYUMON-BANGOU     PIC 9(005).
            03   PCK01-SHOHIN-CODE            PIC X(006).
            03   PCK01-PICK-BI                PIC 9(008).
       *>   --ピッキング数量・欠品理由コード（注文数量に満たない場合のみ
       *>     理由を付す。欠品分の処理はSHORTPK01で行う）--
            03   PCK01-PICK-SU                PIC 9(005).
            03   PCK01-KEPPIN-RIYU            PIC X(002).
       *>----------------------------------------------------------------------------
       *>[出力]受注状況ファイルのレイアウト定義（入力と同一形式）
       *>----------------------------------------------------------------------------
       *>   --キット区分・親商品コード（受注ファイルより引き継ぐ）--
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
       *>   --配達区分・配達日（配達証明より記録する）--
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]未出荷例外レポートのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-MIDEKA-REPORT.
       01   PRT01-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>[入力]配達証明ファイルのレイアウト定義
       *>  （商品コードがスペースの場合は、当該マニフェストに積んだ受注の
       *>    全明細に適用する）
       *>----------------------------------------------------------------------------
       FD   POD01-HAITATSU-FILE.
       01   POD01-RECODE.
            03   POD01-UNSO-CODE              PIC X(002).
            03   POD01-MANIFEST-BANGOU        PIC 9(006).
            03   POD01-ZYUTYU-BANGOU.
                 05   POD01-MISEBAN           PIC X(003).
                 05   POD01-TYUMON-BANGOU     PIC 9(005).
            03   POD01-SHOHIN-CODE            PIC X(006).
            03   POD01-HAITATSU-KUBUN         PIC X(001).
            03   POD01-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]運送会社マスタファイルのレイアウト定義（MANIFEST01と同一）
       *>----------------------------------------------------------------------------
       FD   CAR01-UNSO-MASTER.
       01   CAR01-RECODE.
            03   CAR01-UNSO-CODE              PIC X(002).
            03   CAR01-UNSO-MEI               PIC X(020).
            03   CAR01-CUTOFF-JIKAN           PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]返品ファイルのレイアウト定義（RETURNS01の入力と同一）
       *>----------------------------------------------------------------------------
       FD   RTN01-HENPIN-FILE.
       01   RTN01-RECODE.
            03   RTN01-ZYUTYU-BANGOU          PIC X(008).
            03   RTN01-SHOHIN-CODE            PIC X(006).
            03   RTN01-HENPIN-SU              PIC 9(005).
            03   RTN01-RIYU-CODE              PIC X(002).
            03   RTN01-HENPIN-BI              PIC 9(008).
            03   RTN01-SERIAL-NO              PIC X(020).
       *>----------------------------------------------------------------------------
       *>[出力]配達証明未着一覧表のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT02-MICHAKU-REPORT.
       01   PRT02-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>[入出力]シリアル台帳ファイルのレイアウト定義
       *>  （状況区分 "S"＝出荷済・"R"＝返品受入済。返品日は返品受入時に
       *>    RETURNS01が記録する）
       *>----------------------------------------------------------------------------
       FD   SRL01-SERIAL-FILE.
       01   SRL01-RECODE.
            03   SRL01-SERIAL-KEY.
                 05   SRL01-SHOHIN-CODE       PIC X(006).
                 05   SRL01-SERIAL-NO         PIC X(020).
            03   SRL01-ZYUTYU-BANGOU.
                 05   SRL01-MISEBAN           PIC X(003).
                 05   SRL01-TYUMON-BANGOU     PIC 9(005).
            03   SRL01-KOKYAKU-BANGOU         PIC 9(006).
            03   SRL01-SHUKKA-BI              PIC 9(008).
            03   SRL01-MANIFEST-BANGOU        PIC 9(006).
            03   SRL01-JOKYO-KUBUN            PIC X(001).
            03   SRL01-HENPIN-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
            03   WRK-SHUKKA-COUNT             PIC 9(006).
            03   WRK-PICK-COUNT               PIC 9(006).
            03   WRK-MIDEKA-COUNT             PIC 9(006).
            *>--シリアル台帳への登録件数--
            03   WRK-SERIAL-COUNT             PIC 9(006).
            *>--配達証明の反映件数・返品追記件数・未着件数・不正件数--
            03   WRK-HAITATSU-COUNT           PIC 9(006).
            03   WRK-HENPIN-COUNT             PIC 9(006).
            03   WRK-MICHAKU-COUNT            PIC 9(006).
            03   WRK-POD-ERROR-COUNT          PIC 9(006).
       *>
       01   STS-FILE-STATUS                   PIC XX.
       01   IN-FILE-STATUS                    PIC XX.
       01   SHP-FILE-STATUS                   PIC XX.
       01   PCK-FILE-STATUS                   PIC XX.
       01   SRL-FILE-STATUS                   PIC XX.
       01   POD-FILE-STATUS                   PIC XX.
       01   CAR-FILE-STATUS                   PIC XX.
       01   RTN-FILE-STATUS                   PIC XX.
       *>
       *>--出荷確認の一括読み込み用テーブル（受注番号＋商品コードで検索）--
       77   CST-MAX-KAKUNIN-KENSU             PIC 9(004) VALUE 9999.
                 05   WRK-KAKUNIN-SHUKKA-BI       PIC 9(008).
                 05   WRK-KAKUNIN-MANIFEST        PIC 9(006).
                 05   WRK-KAKUNIN-UNSO            PIC X(002).
                 05   WRK-KAKUNIN-SERIAL          PIC X(020).
       01   WRK-KAKUNIN-CNT                   PIC 9(004).
       01   WRK-KAKUNIN-IDX                   PIC 9(004).
       01   WRK-KAKUNIN-MITUKE-SW             PIC X(001).
       *>  全明細を退避してから書き出す）--
       77   CST-MAX-STS-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-STS-TBL.
            03   WRK-STS-REC                  PIC X(156)
                                     OCCURS 9999.
       01   WRK-STS-CNT                       PIC 9(004).
       01   WRK-STS-IDX                       PIC 9(004).
            03   FILLER                       PIC X(104).
            03   WRK-KO-KIT-KUBUN             PIC X(001).
            03   WRK-KO-KIT-OYA-CODE          PIC X(006).
            03   FILLER                       PIC X(009).
       *>
       *>--キット構成明細の判定用（構成あり・全構成出荷済み・最終出荷日）--
       01   WRK-KO-ARI-SW                     PIC X(001).
       *>
       01   WRK-SAGASHI-KEY                   PIC X(014).
       *>
       *>--運送会社マスタの一括読み込み用テーブル--
       77   CST-MAX-UNSO-KENSU                PIC 9(002) VALUE 99.
       01   WRK-UNSO-TBL.
            03   WRK-UNSO-ENT                     OCCURS 99.
                 05   WRK-UNSO-CODE               PIC X(002).
                 05   WRK-UNSO-MEI                PIC X(020).
       01   WRK-UNSO-CNT                      PIC 9(002).
       01   WRK-UNSO-IDX                      PIC 9(002).
       01   WRK-UNSO-MITUKE-SW                PIC X(001).
            88   WRK-UNSO-MITUKE              VALUE "Y".
       01   KEY-UNSO-CODE                     PIC X(002).
       *>
       *>--配達証明の一括読み込み用テーブル（運送会社・マニフェスト番号・
       *>  受注番号・商品コードで検索する）--
       77   CST-MAX-HAITATSU-KENSU            PIC 9(004) VALUE 9999.
       01   WRK-HAITATSU-TBL.
            03   WRK-HAITATSU-ENT                 OCCURS 9999.
                 05   WRK-HAITATSU-UNSO           PIC X(002).
                 05   WRK-HAITATSU-MANIFEST       PIC 9(006).
                 05   WRK-HAITATSU-ZYUTYU         PIC X(008).
                 05   WRK-HAITATSU-SHOHIN         PIC X(006).
                 05   WRK-HAITATSU-KUBUN          PIC X(001).
                 05   WRK-HAITATSU-BI             PIC 9(008).
       01   WRK-HAITATSU-CNT                  PIC 9(004).
       01   WRK-HAITATSU-IDX                  PIC 9(004).
       01   WRK-HAITATSU-MITUKE-SW            PIC X(001).
            88   WRK-HAITATSU-MITUKE          VALUE "Y".
       *>
       *>--返品理由コード・配達証明の待ち日数（共通実行パラメータで
       *>  上書きできる）--
       01   WRK-KYOHI-RIYU                    PIC X(002) VALUE "RF".
       01   WRK-HASON-RIYU                    PIC X(002) VALUE "DM".
       01   WRK-MICHAKU-NISSU                 PIC 9(003) VALUE 007.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "STATUS01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--シリアル台帳の走査用（返品の１台ごとの書き出し）--
       01   WRK-SRL-OWARI-SW                  PIC X(001).
            88   WRK-SRL-OWARI                VALUE "Y".
       01   WRK-SRL-HENPIN-CNT                PIC 9(005).
       *>
       *>--１か月分の末日テーブル（平年）。２月は閏年判定で読み替える--
       01   CST-MATSUBI-TBL.
            03   CST-MATSUBI-01              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-02              PIC 9(002) VALUE 28.
            03   CST-MATSUBI-03              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-04              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-05              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-06              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-07              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-08              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-09              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-10              PIC 9(002) VALUE 31.
            03   CST-MATSUBI-11              PIC 9(002) VALUE 30.
            03   CST-MATSUBI-12              PIC 9(002) VALUE 31.
       01   CST-MATSUBI-R REDEFINES CST-MATSUBI-TBL.
            03   CST-MATSUBI                 PIC 9(002) OCCURS 12.
       *>
       *>--配達証明未着の基準日（実行日から待ち日数だけ戻した日）--
       01   WRK-KIJUN-AREA.
            03   WRK-KIJUN-NEN                PIC 9(004).
            03   WRK-KIJUN-GETU               PIC 9(002).
            03   WRK-KIJUN-HI                 PIC 9(002).
            03   WRK-KIJUN-ZAN-NISSU          PIC 9(003).
            03   WRK-KIJUN-MATSUBI            PIC 9(002) COMP.
       01   WRK-KIJUN-BI                      PIC 9(008).
       01   WRK-URUU-AREA.
            03   WRK-URUU-NEN4                PIC 9(002) COMP.
            03   WRK-URUU-NEN100              PIC 9(002) COMP.
            03   WRK-URUU-NEN400              PIC 9(002) COMP.
            03   WRK-URUU-FLG                 PIC X(001).
                 88   WRK-URUU-NENDO          VALUE "1".
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
                                 VALUE "　状況：".
            03   HD02-JOKYO-KUBUN             PIC X(001).
       *>
       01   HD03-MIDASHI-1.
            03   FILLER                       PIC X(030)
                           VALUE "配達証明未着一覧表".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD03-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD03-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001) VALUE "/".
            03   HD03-HI                      PIC 9(002).
            03   FILLER                       PIC X(021)
                                 VALUE "　出荷基準日：".
            03   HD03-KIJUN-BI                PIC 9(008).
            03   FILLER                       PIC X(018)
                                 VALUE "　経過日数：".
            03   HD03-NISSU                   PIC ZZ9.
       *>
       01   HD04-MICHAKU-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "運送会社：".
            03   HD04-UNSO-CODE               PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-UNSO-MEI                PIC X(020).
            03   FILLER                       PIC X(009)
                                 VALUE "　ＭＦ".
            03   HD04-MANIFEST-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(009)
                                 VALUE "　受注".
            03   HD04-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD04-TYUMON-BANGOU           PIC 9(005).
            03   FILLER                       PIC X(009)
                                 VALUE "　商品".
            03   HD04-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(009)
                                 VALUE "　数量".
            03   HD04-SHUKKA-SU               PIC ZZZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　出荷日".
            03   HD04-SHUKKA-BI               PIC 9(008).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                            VALUE "ピッキング反映件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                             VALUE "シリアル登録件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS7-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                             VALUE "配達証明反映件数：".
            03   MSG7-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS8-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                             VALUE "返品追記件数：".
            03   MSG8-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                             VALUE "配達証明未着件数：".
            03   MSG9-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MSB-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                             VALUE "配達証明不正件数：".
            03   MSGB-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "未出荷例外件数：".
           MOVE   ZERO    TO   WRK-SHUKKA-COUNT.
           MOVE   ZERO    TO   WRK-PICK-COUNT.
           MOVE   ZERO    TO   WRK-MIDEKA-COUNT.
           MOVE   ZERO    TO   WRK-SERIAL-COUNT.
           MOVE   ZERO    TO   WRK-KAKUNIN-CNT.
           MOVE   ZERO    TO   WRK-PICK-CNT.
           MOVE   ZERO    TO   WRK-TOUROKU-CNT.
           MOVE   ZERO    TO   WRK-STS-CNT.
           MOVE   ZERO    TO   WRK-HAITATSU-COUNT.
           MOVE   ZERO    TO   WRK-HENPIN-COUNT.
           MOVE   ZERO    TO   WRK-MICHAKU-COUNT.
           MOVE   ZERO    TO   WRK-POD-ERROR-COUNT.
           MOVE   ZERO    TO   WRK-UNSO-CNT.
           MOVE   ZERO    TO   WRK-HAITATSU-CNT.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  返品理由コード・配達証明の待ち日数の取得と未着の基準日の計算
           PERFORM   PARM-GET-PROC.
           PERFORM   KIJUN-BI-KEISAN-PROC.
       *>
       *>  運送会社マスタ・配達証明ファイルの一括読み込み
           PERFORM   UNSO-MASTER-LOAD-PROC.
           PERFORM   HAITATSU-FILE-LOAD-PROC.
       *>
       *>  出荷確認ファイルの一括読み込み
           PERFORM   KAKUNIN-FILE-LOAD-PROC.
       *>
       *>
       *>ファイルのオープン
           OPEN   OUTPUT   STS02-STATUS-FILE
                           PRT01-MIDEKA-REPORT
                           PRT02-MICHAKU-REPORT.
       *>
       *>  返品ファイルは当日分の返品の後ろへ追記する（無ければ新規作成）
           OPEN   EXTEND   RTN01-HENPIN-FILE.
           IF   RTN-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   RTN01-HENPIN-FILE
           END-IF.
       *>
       *>  シリアル台帳が無い初回実行時は新規作成する
           OPEN   I-O      SRL01-SERIAL-FILE.
           IF   SRL-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   SRL01-SERIAL-FILE
                CLOSE  SRL01-SERIAL-FILE
                OPEN   I-O      SRL01-SERIAL-FILE
           END-IF.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
           MOVE   WRK-RUN-HI     TO   HD01-HI.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD01-MIDASHI-1.
       *>
           MOVE   WRK-RUN-NEN         TO   HD03-NEN.
           MOVE   WRK-RUN-GETU        TO   HD03-GETU.
           MOVE   WRK-RUN-HI          TO   HD03-HI.
           MOVE   WRK-KIJUN-BI        TO   HD03-KIJUN-BI.
           MOVE   WRK-MICHAKU-NISSU   TO   HD03-NISSU.
           MOVE   SPACE               TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD03-MIDASHI-1.
       *>
       INIT-PROC-EXIT.
       *>
       TERM-PROC                         SECTION.
       *>
           CLOSE   STS02-STATUS-FILE
                   PRT01-MIDEKA-REPORT
                   PRT02-MICHAKU-REPORT
                   RTN01-HENPIN-FILE
                   SRL01-SERIAL-FILE.
       *>
           MOVE   WRK-OUT-COUNT      TO   MSG2-COUNT.
           MOVE   WRK-SHUKKA-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-MIDEKA-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-PICK-COUNT     TO   MSG5-COUNT.
           MOVE   WRK-SERIAL-COUNT   TO   MSG6-COUNT.
           MOVE   WRK-HAITATSU-COUNT    TO   MSG7-COUNT.
           MOVE   WRK-HENPIN-COUNT      TO   MSG8-COUNT.
           MOVE   WRK-MICHAKU-COUNT     TO   MSG9-COUNT.
           MOVE   WRK-POD-ERROR-COUNT   TO   MSGB-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS7-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS8-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS9-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MSB-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
       *>
           MOVE   STS01-RECODE   TO   STS02-RECODE.
       *>
       *>  配達区分の無い旧形式の明細は配達証明未着として引き継ぐ
           IF   STS02-HAITATSU-BI   NOT   NUMERIC   THEN
                MOVE   SPACE   TO   STS02-HAITATSU-KUBUN
                MOVE   ZERO    TO   STS02-HAITATSU-BI
           END-IF.
       *>
       *>  登録済みキーのテーブルへ追加（新規取込の重複防止）
           STRING   STS01-ZYUTYU-BANGOU   DELIMITED   BY   SIZE
                    STS01-SHOHIN-CODE     DELIMITED   BY   SIZE
                     MOVE   IN01-KIT-KUBUN      TO   STS02-KIT-KUBUN
                     MOVE   IN01-KIT-OYA-CODE   TO
                                  STS02-KIT-OYA-CODE
                     MOVE   SPACE               TO
                                  STS02-HAITATSU-KUBUN
                     MOVE   ZERO                TO
                                  STS02-HAITATSU-BI
       *>
       *>              ピッキング確認が既に届いていればピッキング済み、
       *>              出荷確認が既に届いていれば出荷済みとする
       KEKKA-WRITE-PROC                  SECTION.
       *>
           MOVE   WRK-STS-REC(WRK-STS-IDX)   TO   STS02-RECODE.
       *>
       *>  出荷済み明細への配達証明の反映（配達証明未着の明細のみ）
           IF   STS02-JOKYO-KUBUN      =   "S"
           AND  STS02-HAITATSU-KUBUN   =   SPACE
           AND  STS02-KIT-KUBUN    NOT =   "P"   THEN
                PERFORM   HAITATSU-HANEI-PROC
           END-IF.
       *>
           WRITE   STS02-RECODE.
       *>
           ADD   1   TO   WRK-OUT-COUNT.
       *>
       *>  出荷基準日以前に出荷し配達証明の届かない明細は未着一覧へ
       *>  印刷する（直送品・キット親明細は運送会社の配達証明が届かない
       *>  ため対象外）
           IF   STS02-JOKYO-KUBUN      =   "S"
           AND  STS02-HAITATSU-KUBUN   =   SPACE
           AND  STS02-KIT-KUBUN    NOT =   "P"
           AND  STS02-UNSO-CODE    NOT =   "DS"
           AND  STS02-SHUKKA-BI        <=   WRK-KIJUN-BI   THEN
                PERFORM   MICHAKU-WRITE-PROC
           END-IF.
       *>
       *>  約束出荷日を過ぎても出荷確認の無い明細は例外レポートへ印刷する
           IF   STS02-JOKYO-KUBUN   NOT =   "S"
           AND  STS02-YAKUSOKU-BI   <   WRK-RUN-DATE   THEN
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配達証明の反映（出荷済み明細１件分）
       *>  運送会社・マニフェスト番号・受注番号の一致する配達証明のうち、
       *>  当該商品を指定したものを優先し、無ければ受注単位（商品コード
       *>  スペース）のものを適用する。受取拒否・破損は返品を追記する
       *>----------------------------------------------------------------------------
       HAITATSU-HANEI-PROC               SECTION.
       *>
           MOVE   STS02-SHOHIN-CODE   TO   WRK-SAGASHI-KEY.
           PERFORM   HAITATSU-SANSHO-PROC.
       *>
           IF   NOT   WRK-HAITATSU-MITUKE   THEN
                MOVE   SPACE   TO   WRK-SAGASHI-KEY
                PERFORM   HAITATSU-SANSHO-PROC
           END-IF.
       *>
           IF   NOT   WRK-HAITATSU-MITUKE   THEN
                GO   TO   HAITATSU-HANEI-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-HAITATSU-KUBUN(WRK-HAITATSU-IDX)   TO
                  STS02-HAITATSU-KUBUN.
           MOVE   WRK-HAITATSU-BI(WRK-HAITATSU-IDX)      TO
                  STS02-HAITATSU-BI.
           ADD    1   TO   WRK-HAITATSU-COUNT.
       *>
           IF   STS02-HAITATSU-KUBUN   =   "R"
           OR   STS02-HAITATSU-KUBUN   =   "H"   THEN
                PERFORM   HENPIN-WRITE-PROC
           END-IF.
       *>
       HAITATSU-HANEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配達証明の参照（WRK-SAGASHI-KEYの商品コードで検索する。
       *>  該当時は添字を返す）
       *>----------------------------------------------------------------------------
       HAITATSU-SANSHO-PROC              SECTION.
       *>
           MOVE   SPACE   TO   WRK-HAITATSU-MITUKE-SW.
       *>
           PERFORM   HAITATSU-TBL-CHECK-PROC
                    VARYING   WRK-HAITATSU-IDX   FROM   1   BY   1
                    UNTIL   WRK-HAITATSU-IDX   >   WRK-HAITATSU-CNT
                    OR      WRK-HAITATSU-MITUKE.
       *>
           IF   WRK-HAITATSU-MITUKE   THEN
                SUBTRACT   1   FROM   WRK-HAITATSU-IDX
           END-IF.
       *>
       HAITATSU-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配達証明テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       HAITATSU-TBL-CHECK-PROC           SECTION.
       *>
           IF   WRK-HAITATSU-UNSO(WRK-HAITATSU-IDX)
                                   =   STS02-UNSO-CODE
           AND  WRK-HAITATSU-MANIFEST(WRK-HAITATSU-IDX)
                                   =   STS02-MANIFEST-BANGOU
           AND  WRK-HAITATSU-ZYUTYU(WRK-HAITATSU-IDX)
                                   =   STS02-ZYUTYU-BANGOU
           AND  WRK-HAITATSU-SHOHIN(WRK-HAITATSU-IDX)
                                   =   WRK-SAGASHI-KEY(1:6)   THEN
                MOVE   "Y"   TO   WRK-HAITATSU-MITUKE-SW
           END-IF.
       *>
       HAITATSU-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]受取拒否・破損分の返品の追記（出荷済み明細１件分）
       *>  シリアル番号管理品はシリアル台帳で当該受注へ出荷したシリアル
       *>  番号ごとに１件（数量１）を、台帳に無い明細は出荷数量で１件を
       *>  書き出す。返品日は配達日とする
       *>----------------------------------------------------------------------------
       HENPIN-WRITE-PROC                 SECTION.
       *>
           MOVE   SPACE                   TO   RTN01-RECODE.
           MOVE   STS02-ZYUTYU-BANGOU     TO   RTN01-ZYUTYU-BANGOU.
           MOVE   STS02-SHOHIN-CODE       TO   RTN01-SHOHIN-CODE.
           MOVE   STS02-HAITATSU-BI       TO   RTN01-HENPIN-BI.
           IF   STS02-HAITATSU-KUBUN   =   "R"   THEN
                MOVE   WRK-KYOHI-RIYU     TO   RTN01-RIYU-CODE
           ELSE
                MOVE   WRK-HASON-RIYU     TO   RTN01-RIYU-CODE
           END-IF.
       *>
       *>  シリアル台帳の当該商品の先頭から順に読む
           MOVE   ZERO                    TO   WRK-SRL-HENPIN-CNT.
           MOVE   SPACE                   TO   WRK-SRL-OWARI-SW.
           MOVE   STS02-SHOHIN-CODE       TO   SRL01-SHOHIN-CODE.
           MOVE   LOW-VALUE               TO   SRL01-SERIAL-NO.
       *>
           START   SRL01-SERIAL-FILE
                   KEY   >=   SRL01-SERIAL-KEY
               INVALID   KEY
                   MOVE   "Y"   TO   WRK-SRL-OWARI-SW
           END-START.
       *>
           PERFORM   HENPIN-SERIAL-READ-PROC
                    UNTIL   WRK-SRL-OWARI.
       *>
       *>  シリアル番号の無い明細は出荷数量で１件とする
           IF   WRK-SRL-HENPIN-CNT   =   ZERO   THEN
                MOVE   STS02-SHUKKA-SU    TO   RTN01-HENPIN-SU
                MOVE   SPACE              TO   RTN01-SERIAL-NO
                WRITE  RTN01-RECODE
                ADD    1                  TO   WRK-HENPIN-COUNT
           END-IF.
       *>
       HENPIN-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>シリアル台帳の順読みと返品の書き出し（１台分）
       *>----------------------------------------------------------------------------
       HENPIN-SERIAL-READ-PROC           SECTION.
       *>
           READ   SRL01-SERIAL-FILE   NEXT
             AT   END
                  MOVE   "Y"   TO   WRK-SRL-OWARI-SW
       *>
            NOT   AT   END
                  IF   SRL01-SHOHIN-CODE   NOT =   STS02-SHOHIN-CODE
                  THEN
                       MOVE   "Y"   TO   WRK-SRL-OWARI-SW
                  ELSE
                       IF   SRL01-ZYUTYU-BANGOU
                                      =   STS02-ZYUTYU-BANGOU
                       AND  SRL01-JOKYO-KUBUN     =   "S"   THEN
                            MOVE   1                 TO
                                   RTN01-HENPIN-SU
                            MOVE   SRL01-SERIAL-NO   TO
                                   RTN01-SERIAL-NO
                            WRITE  RTN01-RECODE
                            ADD    1   TO   WRK-SRL-HENPIN-CNT
                            ADD    1   TO   WRK-HENPIN-COUNT
                       END-IF
                  END-IF
           END-READ.
       *>
       HENPIN-SERIAL-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]配達証明未着一覧表の印刷（１明細分）
       *>----------------------------------------------------------------------------
       MICHAKU-WRITE-PROC                SECTION.
       *>
           MOVE   STS02-UNSO-CODE         TO   KEY-UNSO-CODE.
           PERFORM   UNSO-SANSHO-PROC.
       *>
           MOVE   SPACE                   TO   HD04-UNSO-MEI.
           IF   WRK-UNSO-MITUKE   THEN
                MOVE   WRK-UNSO-MEI(WRK-UNSO-IDX)   TO   HD04-UNSO-MEI
           END-IF.
       *>
           MOVE   STS02-UNSO-CODE         TO   HD04-UNSO-CODE.
           MOVE   STS02-MANIFEST-BANGOU   TO   HD04-MANIFEST-BANGOU.
           MOVE   STS02-MISEBAN           TO   HD04-MISEBAN.
           MOVE   STS02-TYUMON-BANGOU     TO   HD04-TYUMON-BANGOU.
           MOVE   STS02-SHOHIN-CODE       TO   HD04-SHOHIN-CODE.
           MOVE   STS02-SHUKKA-SU         TO   HD04-SHUKKA-SU.
           MOVE   STS02-SHUKKA-BI         TO   HD04-SHUKKA-BI.
           MOVE   SPACE          TO   PRT02-RECODE.
           WRITE  PRT02-RECODE   FROM   HD04-MICHAKU-LINE.
           ADD    1              TO   WRK-MICHAKU-COUNT.
       *>
       MICHAKU-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社の参照（KEY-UNSO-CODEでテーブルを検索する。該当時は
       *>  添字を返す）
       *>----------------------------------------------------------------------------
       UNSO-SANSHO-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-UNSO-MITUKE-SW.
       *>
           PERFORM   UNSO-TBL-CHECK-PROC
                    VARYING   WRK-UNSO-IDX   FROM   1   BY   1
                    UNTIL   WRK-UNSO-IDX   >   WRK-UNSO-CNT
                    OR      WRK-UNSO-MITUKE.
       *>
           IF   WRK-UNSO-MITUKE   THEN
                SUBTRACT   1   FROM   WRK-UNSO-IDX
           END-IF.
       *>
       UNSO-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       UNSO-TBL-CHECK-PROC               SECTION.
       *>
           IF   WRK-UNSO-CODE(WRK-UNSO-IDX)   =   KEY-UNSO-CODE   THEN
                MOVE   "Y"   TO   WRK-UNSO-MITUKE-SW
           END-IF.
       *>
       UNSO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社マスタファイルの一括読み込み（無い場合は登録なしとする）
       *>----------------------------------------------------------------------------
       UNSO-MASTER-LOAD-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CAR01-UNSO-MASTER.
       *>
           IF   CAR-FILE-STATUS   =   "00"   THEN
                PERFORM   UNSO-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   CAR01-UNSO-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       UNSO-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>運送会社マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       UNSO-MASTER-READ-PROC             SECTION.
       *>
           READ CAR01-UNSO-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-UNSO-CNT   <   CST-MAX-UNSO-KENSU   THEN
                          ADD   1   TO   WRK-UNSO-CNT
                          MOVE   CAR01-UNSO-CODE   TO
                              WRK-UNSO-CODE(WRK-UNSO-CNT)
                          MOVE   CAR01-UNSO-MEI    TO
                              WRK-UNSO-MEI(WRK-UNSO-CNT)
                     END-IF
           END-READ.
       *>
       UNSO-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配達証明ファイルの一括読み込み（線形検索用テーブルへ格納）
       *>----------------------------------------------------------------------------
       HAITATSU-FILE-LOAD-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   POD01-HAITATSU-FILE.
       *>
           IF   POD-FILE-STATUS   =   "00"   THEN
                PERFORM   HAITATSU-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   POD01-HAITATSU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       HAITATSU-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配達証明ファイルの読み込み（１件分、テーブルへ追加）
       *>  運送会社マスタに無い運送会社・配達区分の誤り・配達日の
       *>  非数値の配達証明は不正件数として数え、反映しない
       *>----------------------------------------------------------------------------
       HAITATSU-FILE-READ-PROC           SECTION.
       *>
           READ POD01-HAITATSU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   HAITATSU-FILE-READ-PROC-EXIT
           END-READ.
       *>
           MOVE   POD01-UNSO-CODE   TO   KEY-UNSO-CODE.
           PERFORM   UNSO-SANSHO-PROC.
       *>
           IF   NOT   WRK-UNSO-MITUKE
           OR ( POD01-HAITATSU-KUBUN   NOT =   "D"
            AND POD01-HAITATSU-KUBUN   NOT =   "R"
            AND POD01-HAITATSU-KUBUN   NOT =   "H" )
           OR   POD01-HAITATSU-BI   NOT   NUMERIC   THEN
                ADD   1   TO   WRK-POD-ERROR-COUNT
                GO   TO   HAITATSU-FILE-READ-PROC-EXIT
           END-IF.
       *>
           IF   WRK-HAITATSU-CNT   <   CST-MAX-HAITATSU-KENSU   THEN
                ADD   1   TO   WRK-HAITATSU-CNT
                MOVE   POD01-UNSO-CODE         TO
                       WRK-HAITATSU-UNSO(WRK-HAITATSU-CNT)
                MOVE   POD01-MANIFEST-BANGOU   TO
                       WRK-HAITATSU-MANIFEST(WRK-HAITATSU-CNT)
                MOVE   POD01-ZYUTYU-BANGOU     TO
                       WRK-HAITATSU-ZYUTYU(WRK-HAITATSU-CNT)
                MOVE   POD01-SHOHIN-CODE       TO
                       WRK-HAITATSU-SHOHIN(WRK-HAITATSU-CNT)
                MOVE   POD01-HAITATSU-KUBUN    TO
                       WRK-HAITATSU-KUBUN(WRK-HAITATSU-CNT)
                MOVE   POD01-HAITATSU-BI       TO
                       WRK-HAITATSU-BI(WRK-HAITATSU-CNT)
           END-IF.
       *>
       HAITATSU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得
       *>  共通実行パラメータファイル（PRM01）よりKYOHI-RIYU（受取拒否の
       *>  返品理由コード）・HASON-RIYU（破損の返品理由コード）・
       *>  MICHAKU-NS（配達証明の待ち日数）を取得する。未登録の場合は
       *>  既定値のままとする
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                     SECTION.
       *>
           MOVE   "KYOHI-RIYU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG        =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   NOT =   SPACE   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-KYOHI-RIYU
           END-IF.
       *>
           MOVE   "HASON-RIYU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG        =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   NOT =   SPACE   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-HASON-RIYU
           END-IF.
       *>
           MOVE   "MICHAKU-NS"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-MICHAKU-NISSU
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>配達証明未着の基準日の計算処理（実行日から待ち日数だけ日付を戻す）
       *>----------------------------------------------------------------------------
       KIJUN-BI-KEISAN-PROC              SECTION.
       *>
           MOVE   WRK-RUN-NEN         TO   WRK-KIJUN-NEN.
           MOVE   WRK-RUN-GETU        TO   WRK-KIJUN-GETU.
           MOVE   WRK-RUN-HI          TO   WRK-KIJUN-HI.
           MOVE   WRK-MICHAKU-NISSU   TO   WRK-KIJUN-ZAN-NISSU.
       *>
           PERFORM   KIJUN-HIZUKE-MODOSU-PROC
                    UNTIL   WRK-KIJUN-ZAN-NISSU   =   ZERO.
       *>
           MOVE   WRK-KIJUN-NEN    TO   WRK-KIJUN-BI(1:4).
           MOVE   WRK-KIJUN-GETU   TO   WRK-KIJUN-BI(5:2).
           MOVE   WRK-KIJUN-HI     TO   WRK-KIJUN-BI(7:2).
       *>
       KIJUN-BI-KEISAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>日付を１日戻す処理（月末日・閏年を考慮する）
       *>----------------------------------------------------------------------------
       KIJUN-HIZUKE-MODOSU-PROC          SECTION.
       *>
           IF   WRK-KIJUN-HI   >   1   THEN
                SUBTRACT   1   FROM   WRK-KIJUN-HI
           ELSE
                IF   WRK-KIJUN-GETU   >   1   THEN
                     SUBTRACT   1   FROM   WRK-KIJUN-GETU
                ELSE
                     MOVE   12   TO   WRK-KIJUN-GETU
                     SUBTRACT   1   FROM   WRK-KIJUN-NEN
                END-IF
                MOVE   CST-MATSUBI(WRK-KIJUN-GETU)   TO
                       WRK-KIJUN-MATSUBI
                IF   WRK-KIJUN-GETU   =   2   THEN
                     PERFORM   URUUDOSHI-HANTEI-PROC
                     IF   WRK-URUU-NENDO   THEN
                          MOVE   29   TO   WRK-KIJUN-MATSUBI
                     END-IF
                END-IF
                MOVE   WRK-KIJUN-MATSUBI   TO   WRK-KIJUN-HI
           END-IF.
       *>
           SUBTRACT   1   FROM   WRK-KIJUN-ZAN-NISSU.
       *>
       KIJUN-HIZUKE-MODOSU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>処理中の年（WRK-KIJUN-NEN）が閏年かどうかを判定する処理
       *>----------------------------------------------------------------------------
       URUUDOSHI-HANTEI-PROC             SECTION.
       *>
           MOVE   "0"   TO   WRK-URUU-FLG.
       *>
           DIVIDE   WRK-KIJUN-NEN   BY   4    GIVING   WRK-URUU-NEN4
                REMAINDER   WRK-URUU-NEN4.
           DIVIDE   WRK-KIJUN-NEN   BY   100  GIVING   WRK-URUU-NEN100
                REMAINDER   WRK-URUU-NEN100.
           DIVIDE   WRK-KIJUN-NEN   BY   400  GIVING   WRK-URUU-NEN400
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
       *>出荷確認の累積反映（受注番号＋商品コードの一致する確認を
       *>  すべて加算し、注文数量を上限として満了させる。１件でも
       *>  反映した明細は出荷済みとする）
                       STS02-MANIFEST-BANGOU
                MOVE   WRK-KAKUNIN-UNSO(WRK-KAKUNIN-IDX)       TO
                       STS02-UNSO-CODE
                IF   WRK-KAKUNIN-SERIAL(WRK-KAKUNIN-IDX)
                                             NOT =   SPACE   THEN
                     PERFORM   SERIAL-TOUROKU-PROC
                END-IF
           END-IF.
       *>
       KAKUNIN-RUISEKI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[出力]シリアル台帳への登録（出荷確認１件分）
       *>  出荷確認のシリアル番号を受注明細・顧客番号・出荷日とともに
       *>  出荷済みとして登録する。登録済みのシリアル番号（前回までに
       *>  反映済みの確認）はそのままとする
       *>----------------------------------------------------------------------------
       SERIAL-TOUROKU-PROC               SECTION.
       *>
           MOVE   SPACE                   TO   SRL01-RECODE.
           MOVE   STS02-SHOHIN-CODE       TO   SRL01-SHOHIN-CODE.
           MOVE   WRK-KAKUNIN-SERIAL(WRK-KAKUNIN-IDX)   TO
                  SRL01-SERIAL-NO.
           MOVE   STS02-ZYUTYU-BANGOU     TO   SRL01-ZYUTYU-BANGOU.
           MOVE   STS02-KOKYAKU-BANGOU    TO   SRL01-KOKYAKU-BANGOU.
           MOVE   WRK-KAKUNIN-SHUKKA-BI(WRK-KAKUNIN-IDX)   TO
                  SRL01-SHUKKA-BI.
           MOVE   WRK-KAKUNIN-MANIFEST(WRK-KAKUNIN-IDX)    TO
                  SRL01-MANIFEST-BANGOU.
           MOVE   "S"                     TO   SRL01-JOKYO-KUBUN.
           MOVE   ZERO                    TO   SRL01-HENPIN-BI.
       *>
           WRITE   SRL01-RECODE
               INVALID     KEY
                     CONTINUE
               NOT   INVALID   KEY
                     ADD   1   TO   WRK-SERIAL-COUNT
           END-WRITE.
       *>
       SERIAL-TOUROKU-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ピッキング確認の参照（受注番号＋商品コードで確認テーブルを検索する）
       *>----------------------------------------------------------------------------
       PICK-SANSHO-PROC                  SECTION.
                              WRK-KAKUNIN-MANIFEST(WRK-KAKUNIN-CNT)
                          MOVE   SHP01-UNSO-CODE   TO
                              WRK-KAKUNIN-UNSO(WRK-KAKUNIN-CNT)
                          MOVE   SHP01-SERIAL-NO   TO
                              WRK-KAKUNIN-SERIAL(WRK-KAKUNIN-CNT)
                     END-IF
           END-READ.
       *>
