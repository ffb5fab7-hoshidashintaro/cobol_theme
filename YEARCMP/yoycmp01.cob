       *>----------------------------------------------------------------------------
       *>前年同月対比表作成処理
       *>  月末受注アーカイブファイル（ARC01・当年と前年の世代を連結して
       *>  読む）から、対象年の１月～対象月と前年の同じ期間の受注数量・
       *>  売上額を店番×分類コード×月で集計し、当年・前年の数量と金額、
       *>  伸び率を月別と累計で印刷した前年同月対比表（PRT87）を作成する。
       *>  返品による伸び率のゆがみを避けるため、返金ファイル（CRD01）の
       *>  返品数量・返金額を返品日の年月で両年とも差し引く。
       *>  店名は店舗マスタ（MIS01）、分類名は分類マスタ（BUN01）より
       *>  引き当てる。対象期間のすべての月に両年とも受注実績のある店を
       *>  既存店とし、既存店のみの合計（既存店計）を全社計と並べて
       *>  印刷する（期間中の新店・閉店は既存店計から除く）。
       *>  対象年月（ＹＹＹＹＭＭ）はコマンドライン引数で指定し、
       *>  省略時は実行日の年月を対象とする。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        YOYCMP01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル（当年・前年の世代の連結）
       *>----------------------------------------------------------------------------
       SELECT   ARC01-ARCHIVE-FILE   ASSIGN        TO "ARC01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]返金ファイル（STMT01と同一レイアウト）
       *>----------------------------------------------------------------------------
       SELECT   CRD01-CREDIT-FILE    ASSIGN        TO "CRD01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS CRD-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]店舗マスタファイル（店名の参照）
       *>----------------------------------------------------------------------------
       SELECT    MIS01-MISE-MASTER    ASSIGN       TO   "MIS01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS MIS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタファイル（分類名の参照・BUNUPD01が保守）
       *>----------------------------------------------------------------------------
       SELECT    BUN01-BUNRUI-MASTER  ASSIGN       TO   "BUN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS BUN01-BUNRUI-CODE
                                      STATUS BUN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[出力]前年同月対比表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT87-TAIHI-RPT     ASSIGN        TO "PRT87.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義
       *>  （受注番号の先頭３桁が店番、商品コードの先頭２桁が分類コード）
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
            03   FILLER                       PIC X(088).
       *>
       *>  トレーラレコード判定用の再定義
       01   ARC01-TRAILER-CHECK   REDEFINES   ARC01-RECODE.
            03   ARC01-TRAILER-CODE           PIC X(007).
            03   FILLER                       PIC X(152).
       *>----------------------------------------------------------------------------
       *>[入力]返金ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CRD01-CREDIT-FILE.
       01   CRD01-RECODE.
            03   CRD01-ZYUTYU-BANGOU          PIC X(008).
            03   CRD01-SHOHIN-CODE            PIC X(006).
            03   CRD01-SHOHIN-MI              PIC X(020).
            03   CRD01-HENPIN-SU              PIC 9(005).
            03   CRD01-TANKA                  PIC 9(005).
            03   CRD01-HENKIN-KINGAKU         PIC S9(008).
            03   CRD01-RIYU-CODE              PIC X(002).
            03   CRD01-HENPIN-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>店舗マスタファイルのレイアウト定義（BGTUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   MIS01-MISE-MASTER.
       01   MIS01-RECODE.
          03   MIS01-MISEBAN                        PIC X(003).
          03   MIS01-MISE-MEI                       PIC X(020).
          03   MIS01-CHIIKI                         PIC X(010).
          03   MIS01-KATSUDO-FLG                    PIC X(001).
       *>----------------------------------------------------------------------------
       *>分類マスタファイルのレイアウト定義（BUNUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BUN01-BUNRUI-MASTER.
       01   BUN01-RECODE.
            03   BUN01-BUNRUI-CODE             PIC X(003).
            03   BUN01-BUNRUI-MEI              PIC X(020).
            03   BUN01-BAIYA-MEI               PIC X(020).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義（店番・分類の順に整列する）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            03   ST-MISEBAN                   PIC X(003).
            03   ST-BUNRUI                    PIC X(002).
            03   ST-TAI-IDX                   PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]前年同月対比表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT87-TAIHI-RPT.
       01   PRT87-RECODE                      PIC X(160).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END ".
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--対象期間のアーカイブ明細・返金の件数と対比表の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--既存店・既存店以外の店数--
            03   WRK-KIZON-COUNT              PIC 9(006).
            03   WRK-HIKIZON-COUNT            PIC 9(006).
       *>
       01   ARC-FILE-STATUS                   PIC XX.
       01   CRD-FILE-STATUS                   PIC XX.
       01   MIS-FILE-STATUS                   PIC XX.
       01   BUN-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "YOYCMP01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
            03   WRK-RUN-NENGETU              PIC 9(006).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--コマンドライン引数（対象年月ＹＹＹＹＭＭ）の受け取り領域--
       01   WRK-PARAM-AREA                    PIC X(020).
       01   WRK-TAISHO-NENGETU                PIC 9(006).
       01   WRK-TAISHO-NENGETU-H  REDEFINES  WRK-TAISHO-NENGETU.
            03   WRK-TAISHO-NEN               PIC 9(004).
            03   WRK-TAISHO-GETU              PIC 9(002).
       01   WRK-ZENNEN                        PIC 9(004).
       *>
       *>--明細１件分の年月・年区分（１＝当年、２＝前年）と集計値--
       01   WRK-MEISAI-HIDUKE                 PIC 9(008).
       01   WRK-MEISAI-HIDUKE-H  REDEFINES  WRK-MEISAI-HIDUKE.
            03   WRK-MEISAI-NEN               PIC 9(004).
            03   WRK-MEISAI-GETU              PIC 9(002).
            03   WRK-MEISAI-HI                PIC 9(002).
       01   WRK-NEN-IDX                       PIC 9(001).
       01   WRK-MEISAI-SU                     PIC S9(007).
       01   WRK-MEISAI-KINGAKU                PIC S9(009).
       01   WRK-TAISHO-SW                     PIC X(001).
            88   WRK-TAISHO                   VALUE "Y".
       *>
       *>--店番×分類別・年別・月別の集計テーブル--
       77   CST-MAX-TAI-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-TAI-TBL.
            03   WRK-TAI-ENT                      OCCURS 9999.
                 05   WRK-TAI-MISEBAN             PIC X(003).
                 05   WRK-TAI-BUNRUI              PIC X(002).
                 05   WRK-TAI-NEN-ENT                 OCCURS 2.
                      07   WRK-TAI-GETU-ENT           OCCURS 12.
                           09   WRK-TAI-SU        PIC S9(009).
                           09   WRK-TAI-KINGAKU   PIC S9(011).
       01   WRK-TAI-CNT                       PIC 9(004).
       01   WRK-TAI-IDX                       PIC 9(004).
       01   WRK-TAI-HIT-IDX                   PIC 9(004).
       01   WRK-TAI-MITUKE-SW                 PIC X(001).
            88   WRK-TAI-MITUKE               VALUE "Y".
       *>
       *>--店舗テーブル（店名と年別・月別の受注実績の有無）--
       77   CST-MAX-MISE-KENSU                PIC 9(003) VALUE 999.
       01   WRK-MISE-TBL.
            03   WRK-MISE-ENT                     OCCURS 999.
                 05   WRK-MISE-MISEBAN            PIC X(003).
                 05   WRK-MISE-MEI                PIC X(020).
                 05   WRK-MISE-NEN-ENT                OCCURS 2.
                      07   WRK-MISE-ZISSEKI-SW    PIC X(001) OCCURS 12.
                 05   WRK-MISE-KIZON-SW           PIC X(001).
                      88   WRK-MISE-KIZON         VALUE "Y".
       01   WRK-MISE-CNT                      PIC 9(003).
       01   WRK-MISE-IDX                      PIC 9(003).
       01   WRK-MISE-HIT-IDX                  PIC 9(003).
       01   WRK-MISE-MITUKE-SW                PIC X(001).
            88   WRK-MISE-MITUKE              VALUE "Y".
       *>
       *>--検索キーの受け渡し領域--
       01   WRK-SAGASHI-MISEBAN               PIC X(003).
       01   WRK-SAGASHI-BUNRUI                PIC X(002).
       *>
       *>--月の添字・印刷する月の判定--
       01   WRK-GETU-IDX                      PIC 9(002).
       01   WRK-NEN-SUB                       PIC 9(001).
       *>
       *>--前レコードの集計キー（店番）保存用--
       01   KEY-MISEBAN                       PIC X(003).
       01   WRK-SHOKAI-SW                     PIC X(001).
            88   WRK-SHOKAI                   VALUE "Y".
       01   WRK-BUNRUI-SHOKAI-SW              PIC X(001).
            88   WRK-BUNRUI-SHOKAI            VALUE "Y".
       *>
       *>--合計の集計領域（１＝店舗計、２＝全社計、３＝既存店計。
       *>  それぞれ１＝当月、２＝累計）--
       01   WRK-KEI-TBL.
            03   WRK-KEI-ENT                      OCCURS 3.
                 05   WRK-KEI-KIKAN-ENT               OCCURS 2.
                      07   WRK-KEI-TOU-SU         PIC S9(009).
                      07   WRK-KEI-TOU-KINGAKU    PIC S9(011).
                      07   WRK-KEI-ZEN-SU         PIC S9(009).
                      07   WRK-KEI-ZEN-KINGAKU    PIC S9(011).
       01   WRK-KEI-IDX                       PIC 9(001).
       01   WRK-KIKAN-IDX                     PIC 9(001).
       *>
       *>--１行分の印刷値（当年・前年の数量と金額）と伸び率--
       01   WRK-GYO-AREA.
            03   WRK-GYO-TOU-SU               PIC S9(009).
            03   WRK-GYO-TOU-KINGAKU          PIC S9(011).
            03   WRK-GYO-ZEN-SU               PIC S9(009).
            03   WRK-GYO-ZEN-KINGAKU          PIC S9(011).
       01   WRK-NOBI-RITSU                    PIC S9(005)V9.
       *>
       *>--分類別累計の集計領域--
       01   WRK-RUIKEI-AREA.
            03   WRK-RUI-TOU-SU               PIC S9(009).
            03   WRK-RUI-TOU-KINGAKU          PIC S9(011).
            03   WRK-RUI-ZEN-SU               PIC S9(009).
            03   WRK-RUI-ZEN-KINGAKU          PIC S9(011).
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(036)
                      VALUE "＜前年同月対比表＞".
            03   FILLER                       PIC X(015)
                                 VALUE "対象年月：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(003) VALUE "年".
            03   HD01-GETU                    PIC Z9.
            03   FILLER                       PIC X(003) VALUE "月".
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "前年比較：".
            03   HD01-ZENNEN                  PIC 9(004).
            03   FILLER                       PIC X(003) VALUE "年".
       *>
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(008)
                 VALUE "分類".
            03   FILLER                       PIC X(024)
                 VALUE "分類名".
            03   FILLER                       PIC X(008)
                 VALUE "月".
            03   FILLER                       PIC X(014)
                 VALUE "  当年数量".
            03   FILLER                       PIC X(017)
                 VALUE "    当年金額".
            03   FILLER                       PIC X(014)
                 VALUE "  前年数量".
            03   FILLER                       PIC X(017)
                 VALUE "    前年金額".
            03   FILLER                       PIC X(013)
                 VALUE " 数量伸率".
            03   FILLER                       PIC X(013)
                 VALUE " 金額伸率".
       *>
       *>--印刷する店舗見出しの定義--
       01   HD03-MISE.
            03   FILLER                       PIC X(009)
                                 VALUE "店舗：".
            03   HD03-MISEBAN                 PIC X(003).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-MISE-MEI                PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-KIZON                   PIC X(040).
       *>
       *>--印刷する明細・合計行の定義（月欄は「ＭＭ月」または「累計」）--
       01   HD04-MEISAI.
            03   HD04-BUNRUI                  PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-BUNRUI-MEI              PIC X(020).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-GETU-AREA.
                 05   HD04-GETU               PIC Z9.
                 05   HD04-GETU-TANI          PIC X(004).
            03   HD04-GETU-X   REDEFINES   HD04-GETU-AREA
                                              PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TOU-SU                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TOU-KINGAKU             PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-ZEN-SU                  PIC -ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-ZEN-KINGAKU             PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SU-NOBI-AREA.
                 05   HD04-SU-NOBI            PIC -ZZZZ9.9.
                 05   HD04-SU-NOBI-PCT        PIC X(003).
            03   HD04-SU-NOBI-X   REDEFINES   HD04-SU-NOBI-AREA
                                              PIC X(011).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KIN-NOBI-AREA.
                 05   HD04-KIN-NOBI           PIC -ZZZZ9.9.
                 05   HD04-KIN-NOBI-PCT       PIC X(003).
            03   HD04-KIN-NOBI-X   REDEFINES   HD04-KIN-NOBI-AREA
                                              PIC X(011).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "YOYCMP01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "対象明細件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "対比表明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "既存店数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "既存店以外の店数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
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
       *>  アーカイブ・返金の集計と既存店の判定
           PERFORM   ARCHIVE-SHUKEI-CONTROL-PROC.
           PERFORM   HENKIN-SHUKEI-CONTROL-PROC.
       *>
           PERFORM   KIZON-HANTEI-PROC
                    VARYING   WRK-MISE-IDX   FROM   1   BY   1
                    UNTIL   WRK-MISE-IDX   >   WRK-MISE-CNT.
       *>
       *>  店番・分類順の整列と対比表の印刷
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-MISEBAN
                                          ST-BUNRUI
              INPUT    PROCEDURE   TAIHI-RELEASE-PROC
              OUTPUT   PROCEDURE   TAIHI-PRINT-CONTROL-PROC.
       *>
           PERFORM   ZENSHA-PRINT-PROC.
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
           MOVE   ZERO    TO   WRK-KIZON-COUNT.
           MOVE   ZERO    TO   WRK-HIKIZON-COUNT.
           MOVE   ZERO    TO   WRK-TAI-CNT.
           MOVE   ZERO    TO   WRK-MISE-CNT.
           MOVE   ZERO    TO   WRK-KEI-TBL.
       *>
       *>  開始時刻・実行日の取得と対象年月の決定（引数省略時は実行日の年月）
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           IF   WRK-PARAM-AREA(1:6)   IS   NUMERIC   THEN
                MOVE   WRK-PARAM-AREA(1:6)   TO   WRK-TAISHO-NENGETU
           ELSE
                MOVE   WRK-RUN-NENGETU       TO   WRK-TAISHO-NENGETU
           END-IF.
           COMPUTE   WRK-ZENNEN   =   WRK-TAISHO-NEN   -   1.
       *>
       *>  店名の一括読み込み
           PERFORM   MISE-MASTER-LOAD-PROC.
       *>
           OPEN   INPUT    BUN01-BUNRUI-MASTER.
           OPEN   OUTPUT   PRT87-TAIHI-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-TAISHO-NEN    TO   HD01-NEN.
           MOVE   WRK-TAISHO-GETU   TO   HD01-GETU.
           MOVE   WRK-ZENNEN        TO   HD01-ZENNEN.
           MOVE   SPACE             TO   PRT87-RECODE.
           WRITE  PRT87-RECODE      FROM   HD01-MIDASHI-1.
           MOVE   SPACE             TO   PRT87-RECODE.
           WRITE  PRT87-RECODE      FROM   HD02-MIDASHI-2.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   BUN01-BUNRUI-MASTER
                   PRT87-TAIHI-RPT.
       *>
           MOVE   WRK-IN-COUNT        TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT       TO   MSG3-COUNT.
           MOVE   WRK-KIZON-COUNT     TO   MSG4-COUNT.
           MOVE   WRK-HIKIZON-COUNT   TO   MSG5-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブファイルの集計（当年・前年の対象期間の明細のみ）
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-CONTROL-PROC        SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
       *>
           PERFORM   ARCHIVE-SHUKEI-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
       *>
       ARCHIVE-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ明細の集計（１件分）
       *>  受注のあった月は店舗の受注実績ありとする（既存店の判定用）
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-PROC                SECTION.
       *>
           PERFORM   ARCHIVE-READ-PROC.
           IF   WRK-AT-END   =   CST-END
           OR   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-EXIT
           END-IF.
       *>
           MOVE   ARC01-HIDUKE   TO   WRK-MEISAI-HIDUKE.
           PERFORM   NEN-KUBUN-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-EXIT
           END-IF.
       *>
           ADD    1                          TO   WRK-IN-COUNT.
           MOVE   ARC01-ZYUTYU-BANGOU(1:3)   TO   WRK-SAGASHI-MISEBAN.
           MOVE   ARC01-SHOHIN-CODE(1:2)     TO   WRK-SAGASHI-BUNRUI.
           MOVE   ARC01-TYUMON-SU            TO   WRK-MEISAI-SU.
           MOVE   ARC01-KINGAKU              TO   WRK-MEISAI-KINGAKU.
           PERFORM   TAI-TBL-KASAN-PROC.
       *>
           PERFORM   MISE-SANSHO-PROC.
           IF   ARC01-TYUMON-SU   >   ZERO   THEN
                MOVE   "Y"   TO   WRK-MISE-ZISSEKI-SW(WRK-MISE-HIT-IDX
                                    WRK-NEN-IDX WRK-MEISAI-GETU)
           END-IF.
       *>
       ARCHIVE-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返金ファイルの集計（返品日が当年・前年の対象期間の返金のみ）
       *>  返金ファイルが無い場合は返品なしとする
       *>----------------------------------------------------------------------------
       HENKIN-SHUKEI-CONTROL-PROC         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   CRD01-CREDIT-FILE.
       *>
           IF   CRD-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   HENKIN-SHUKEI-CONTROL-PROC-EXIT
           END-IF.
       *>
           PERFORM   HENKIN-SHUKEI-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   CRD01-CREDIT-FILE.
       *>
       HENKIN-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>返金の集計（１件分、返品数量・返金額を差し引く）
       *>----------------------------------------------------------------------------
       HENKIN-SHUKEI-PROC                 SECTION.
       *>
           READ   CRD01-CREDIT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   HENKIN-SHUKEI-PROC-EXIT
           END-READ.
       *>
           MOVE   CRD01-HENPIN-BI   TO   WRK-MEISAI-HIDUKE.
           PERFORM   NEN-KUBUN-PROC.
           IF   NOT   WRK-TAISHO   THEN
                GO   TO   HENKIN-SHUKEI-PROC-EXIT
           END-IF.
       *>
           ADD    1                          TO   WRK-IN-COUNT.
           MOVE   CRD01-ZYUTYU-BANGOU(1:3)   TO   WRK-SAGASHI-MISEBAN.
           MOVE   CRD01-SHOHIN-CODE(1:2)     TO   WRK-SAGASHI-BUNRUI.
           COMPUTE   WRK-MEISAI-SU        =
                     ZERO   -   CRD01-HENPIN-SU.
           COMPUTE   WRK-MEISAI-KINGAKU   =
                     ZERO   -   CRD01-HENKIN-KINGAKU.
           PERFORM   TAI-TBL-KASAN-PROC.
       *>
       HENKIN-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>年区分の判定（WRK-MEISAI-HIDUKEが当年・前年の１月～対象月か）
       *>----------------------------------------------------------------------------
       NEN-KUBUN-PROC                     SECTION.
       *>
           MOVE   SPACE   TO   WRK-TAISHO-SW.
       *>
           IF   WRK-MEISAI-GETU   <   1
           OR   WRK-MEISAI-GETU   >   WRK-TAISHO-GETU   THEN
                GO   TO   NEN-KUBUN-PROC-EXIT
           END-IF.
       *>
           EVALUATE   WRK-MEISAI-NEN
               WHEN   WRK-TAISHO-NEN
                      MOVE   1     TO   WRK-NEN-IDX
                      MOVE   "Y"   TO   WRK-TAISHO-SW
               WHEN   WRK-ZENNEN
                      MOVE   2     TO   WRK-NEN-IDX
                      MOVE   "Y"   TO   WRK-TAISHO-SW
               WHEN   OTHER
                      CONTINUE
           END-EVALUATE.
       *>
       NEN-KUBUN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計テーブルへの積み上げ（店番×分類・年区分・月）
       *>----------------------------------------------------------------------------
       TAI-TBL-KASAN-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-TAI-MITUKE-SW.
       *>
           PERFORM   TAI-TBL-CHECK-PROC
                    VARYING   WRK-TAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-TAI-IDX   >   WRK-TAI-CNT
                    OR      WRK-TAI-MITUKE.
       *>
           IF   NOT   WRK-TAI-MITUKE   THEN
                PERFORM   TAI-TBL-TSUIKA-PROC
           END-IF.
       *>
           ADD   WRK-MEISAI-SU        TO
                 WRK-TAI-SU(WRK-TAI-HIT-IDX WRK-NEN-IDX
                            WRK-MEISAI-GETU).
           ADD   WRK-MEISAI-KINGAKU   TO
                 WRK-TAI-KINGAKU(WRK-TAI-HIT-IDX WRK-NEN-IDX
                                 WRK-MEISAI-GETU).
       *>
       TAI-TBL-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       TAI-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-TAI-MISEBAN(WRK-TAI-IDX)  =  WRK-SAGASHI-MISEBAN
           AND  WRK-TAI-BUNRUI(WRK-TAI-IDX)   =  WRK-SAGASHI-BUNRUI
           THEN
                MOVE   "Y"           TO   WRK-TAI-MITUKE-SW
                MOVE   WRK-TAI-IDX   TO   WRK-TAI-HIT-IDX
           END-IF.
       *>
       TAI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>集計テーブルへの追加（満杯の場合は最終行へ合算する）
       *>----------------------------------------------------------------------------
       TAI-TBL-TSUIKA-PROC                SECTION.
       *>
           IF   WRK-TAI-CNT   >=   CST-MAX-TAI-KENSU   THEN
                MOVE   WRK-TAI-CNT   TO   WRK-TAI-HIT-IDX
                GO   TO   TAI-TBL-TSUIKA-PROC-EXIT
           END-IF.
       *>
           ADD    1                     TO   WRK-TAI-CNT.
           MOVE   WRK-TAI-CNT           TO   WRK-TAI-HIT-IDX.
           MOVE   ZERO                  TO
                  WRK-TAI-ENT(WRK-TAI-HIT-IDX).
           MOVE   WRK-SAGASHI-MISEBAN   TO
                  WRK-TAI-MISEBAN(WRK-TAI-HIT-IDX).
           MOVE   WRK-SAGASHI-BUNRUI    TO
                  WRK-TAI-BUNRUI(WRK-TAI-HIT-IDX).
       *>
       TAI-TBL-TSUIKA-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗テーブルの検索（未登録の店番は店名「（未登録）」で追加する）
       *>----------------------------------------------------------------------------
       MISE-SANSHO-PROC                   SECTION.
       *>
           MOVE   SPACE   TO   WRK-MISE-MITUKE-SW.
       *>
           PERFORM   MISE-TBL-CHECK-PROC
                    VARYING   WRK-MISE-IDX   FROM   1   BY   1
                    UNTIL   WRK-MISE-IDX   >   WRK-MISE-CNT
                    OR      WRK-MISE-MITUKE.
       *>
           IF   WRK-MISE-MITUKE   THEN
                GO   TO   MISE-SANSHO-PROC-EXIT
           END-IF.
       *>
           IF   WRK-MISE-CNT   >=   CST-MAX-MISE-KENSU   THEN
                MOVE   WRK-MISE-CNT   TO   WRK-MISE-HIT-IDX
                GO   TO   MISE-SANSHO-PROC-EXIT
           END-IF.
       *>
           ADD    1                     TO   WRK-MISE-CNT.
           MOVE   WRK-MISE-CNT          TO   WRK-MISE-HIT-IDX.
           MOVE   SPACE                 TO
                  WRK-MISE-ENT(WRK-MISE-HIT-IDX).
           MOVE   WRK-SAGASHI-MISEBAN   TO
                  WRK-MISE-MISEBAN(WRK-MISE-HIT-IDX).
           MOVE   "（未登録）"          TO
                  WRK-MISE-MEI(WRK-MISE-HIT-IDX).
       *>
       MISE-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       MISE-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-MISE-MISEBAN(WRK-MISE-IDX)   =   WRK-SAGASHI-MISEBAN
           THEN
                MOVE   "Y"            TO   WRK-MISE-MITUKE-SW
                MOVE   WRK-MISE-IDX   TO   WRK-MISE-HIT-IDX
           END-IF.
       *>
       MISE-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>既存店の判定（店舗１件分）
       *>  対象期間のすべての月に当年・前年とも受注実績のある店を既存店とする
       *>----------------------------------------------------------------------------
       KIZON-HANTEI-PROC                  SECTION.
       *>
           MOVE   "Y"   TO   WRK-MISE-KIZON-SW(WRK-MISE-IDX).
       *>
           PERFORM   KIZON-GETU-CHECK-PROC
                    VARYING   WRK-GETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-GETU-IDX   >   WRK-TAISHO-GETU
                    OR      NOT   WRK-MISE-KIZON(WRK-MISE-IDX).
       *>
           IF   WRK-MISE-KIZON(WRK-MISE-IDX)   THEN
                ADD   1   TO   WRK-KIZON-COUNT
           ELSE
                ADD   1   TO   WRK-HIKIZON-COUNT
           END-IF.
       *>
       KIZON-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>既存店の判定（１か月分・どちらかの年に実績が無ければ既存店外）
       *>----------------------------------------------------------------------------
       KIZON-GETU-CHECK-PROC              SECTION.
       *>
           IF   WRK-MISE-ZISSEKI-SW(WRK-MISE-IDX 1 WRK-GETU-IDX)
                                            NOT =   "Y"
           OR   WRK-MISE-ZISSEKI-SW(WRK-MISE-IDX 2 WRK-GETU-IDX)
                                            NOT =   "Y"   THEN
                MOVE   SPACE   TO   WRK-MISE-KIZON-SW(WRK-MISE-IDX)
           END-IF.
       *>
       KIZON-GETU-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（集計テーブル全件の書き出し）
       *>----------------------------------------------------------------------------
       TAIHI-RELEASE-PROC                 SECTION.
       *>
           PERFORM   TAIHI-RELEASE-MAIN-PROC
                    VARYING   WRK-TAI-IDX   FROM   1   BY   1
                    UNTIL   WRK-TAI-IDX   >   WRK-TAI-CNT.
       *>
       TAIHI-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（店番×分類１件分）
       *>----------------------------------------------------------------------------
       TAIHI-RELEASE-MAIN-PROC            SECTION.
       *>
           MOVE   WRK-TAI-MISEBAN(WRK-TAI-IDX)   TO   ST-MISEBAN.
           MOVE   WRK-TAI-BUNRUI(WRK-TAI-IDX)    TO   ST-BUNRUI.
           MOVE   WRK-TAI-IDX                    TO   ST-TAI-IDX.
           RELEASE   ST-SORT-REC.
       *>
       TAIHI-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（店番の変わり目で店舗計と店舗見出しを印刷する）
       *>----------------------------------------------------------------------------
       TAIHI-PRINT-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
       *>
           PERFORM   TAIHI-PRINT-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           IF   NOT   WRK-SHOKAI   THEN
                PERFORM   MISE-KEI-PRINT-PROC
           END-IF.
       *>
       TAIHI-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店番×分類の印刷（１件分・実績のある月ごとの行と累計の行）
       *>----------------------------------------------------------------------------
       TAIHI-PRINT-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   TAIHI-PRINT-PROC-EXIT
           END-RETURN.
       *>
           IF   WRK-SHOKAI
           OR   ST-MISEBAN   NOT =   KEY-MISEBAN   THEN
                IF   NOT   WRK-SHOKAI   THEN
                     PERFORM   MISE-KEI-PRINT-PROC
                END-IF
                PERFORM   MISE-MIDASHI-PRINT-PROC
           END-IF.
       *>
       *>  分類名の引き当て（分類コードは先頭２桁で登録されている）
           MOVE   SPACE         TO   BUN01-BUNRUI-CODE.
           MOVE   ST-BUNRUI     TO   BUN01-BUNRUI-CODE(1:2).
           READ BUN01-BUNRUI-MASTER
               INVALID     KEY
                     MOVE   "（未登録）"   TO   HD04-BUNRUI-MEI
               NOT   INVALID   KEY
                     MOVE   BUN01-BUNRUI-MEI   TO   HD04-BUNRUI-MEI
           END-READ.
           MOVE   ST-BUNRUI     TO   HD04-BUNRUI.
           MOVE   "Y"           TO   WRK-BUNRUI-SHOKAI-SW.
           MOVE   ZERO          TO   WRK-RUIKEI-AREA.
       *>
           PERFORM   GETU-PRINT-PROC
                    VARYING   WRK-GETU-IDX   FROM   1   BY   1
                    UNTIL   WRK-GETU-IDX   >   WRK-TAISHO-GETU.
       *>
       *>  分類の累計行
           MOVE   WRK-RUIKEI-AREA   TO   WRK-GYO-AREA.
           MOVE   "累計"            TO   HD04-GETU-X.
           PERFORM   GYO-PRINT-PROC.
       *>
       TAIHI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>月別行の印刷（１か月分・両年とも実績の無い月は印刷しない）
       *>  当月・累計を店舗計・全社計・既存店計へ積み上げる
       *>----------------------------------------------------------------------------
       GETU-PRINT-PROC                    SECTION.
       *>
           MOVE   WRK-TAI-SU(ST-TAI-IDX 1 WRK-GETU-IDX)        TO
                  WRK-GYO-TOU-SU.
           MOVE   WRK-TAI-KINGAKU(ST-TAI-IDX 1 WRK-GETU-IDX)   TO
                  WRK-GYO-TOU-KINGAKU.
           MOVE   WRK-TAI-SU(ST-TAI-IDX 2 WRK-GETU-IDX)        TO
                  WRK-GYO-ZEN-SU.
           MOVE   WRK-TAI-KINGAKU(ST-TAI-IDX 2 WRK-GETU-IDX)   TO
                  WRK-GYO-ZEN-KINGAKU.
       *>
           ADD   WRK-GYO-TOU-SU        TO   WRK-RUI-TOU-SU.
           ADD   WRK-GYO-TOU-KINGAKU   TO   WRK-RUI-TOU-KINGAKU.
           ADD   WRK-GYO-ZEN-SU        TO   WRK-RUI-ZEN-SU.
           ADD   WRK-GYO-ZEN-KINGAKU   TO   WRK-RUI-ZEN-KINGAKU.
       *>
       *>  合計への積み上げ（累計は毎月、当月は対象月のみ）
           MOVE   2   TO   WRK-KIKAN-IDX.
           PERFORM   KEI-KASAN-PROC.
           IF   WRK-GETU-IDX   =   WRK-TAISHO-GETU   THEN
                MOVE   1   TO   WRK-KIKAN-IDX
                PERFORM   KEI-KASAN-PROC
           END-IF.
       *>
           IF   WRK-GYO-TOU-SU        =   ZERO
           AND  WRK-GYO-TOU-KINGAKU   =   ZERO
           AND  WRK-GYO-ZEN-SU        =   ZERO
           AND  WRK-GYO-ZEN-KINGAKU   =   ZERO   THEN
                GO   TO   GETU-PRINT-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-GETU-IDX   TO   HD04-GETU.
           MOVE   "月"           TO   HD04-GETU-TANI.
           PERFORM   GYO-PRINT-PROC.
       *>
       GETU-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合計への積み上げ（WRK-KIKAN-IDXの期間。既存店は既存店計へも）
       *>----------------------------------------------------------------------------
       KEI-KASAN-PROC                     SECTION.
       *>
           MOVE   1   TO   WRK-KEI-IDX.
           PERFORM   KEI-KASAN-ICHI-PROC.
           MOVE   2   TO   WRK-KEI-IDX.
           PERFORM   KEI-KASAN-ICHI-PROC.
           IF   WRK-MISE-KIZON(WRK-MISE-HIT-IDX)   THEN
                MOVE   3   TO   WRK-KEI-IDX
                PERFORM   KEI-KASAN-ICHI-PROC
           END-IF.
       *>
       KEI-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合計への積み上げ（WRK-KEI-IDXの合計・WRK-KIKAN-IDXの期間）
       *>----------------------------------------------------------------------------
       KEI-KASAN-ICHI-PROC                SECTION.
       *>
           ADD   WRK-GYO-TOU-SU        TO
                 WRK-KEI-TOU-SU(WRK-KEI-IDX WRK-KIKAN-IDX).
           ADD   WRK-GYO-TOU-KINGAKU   TO
                 WRK-KEI-TOU-KINGAKU(WRK-KEI-IDX WRK-KIKAN-IDX).
           ADD   WRK-GYO-ZEN-SU        TO
                 WRK-KEI-ZEN-SU(WRK-KEI-IDX WRK-KIKAN-IDX).
           ADD   WRK-GYO-ZEN-KINGAKU   TO
                 WRK-KEI-ZEN-KINGAKU(WRK-KEI-IDX WRK-KIKAN-IDX).
       *>
       KEI-KASAN-ICHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗見出しの印刷（店名・既存店区分の編集と店舗計の初期化）
       *>----------------------------------------------------------------------------
       MISE-MIDASHI-PRINT-PROC            SECTION.
       *>
           MOVE   SPACE          TO   WRK-SHOKAI-SW.
           MOVE   ST-MISEBAN     TO   KEY-MISEBAN.
           MOVE   ZERO           TO   WRK-KEI-ENT(1).
       *>
           MOVE   ST-MISEBAN     TO   WRK-SAGASHI-MISEBAN.
           PERFORM   MISE-SANSHO-PROC.
       *>
           MOVE   ST-MISEBAN                          TO   HD03-MISEBAN.
           MOVE   WRK-MISE-MEI(WRK-MISE-HIT-IDX)   TO   HD03-MISE-MEI.
           IF   WRK-MISE-KIZON(WRK-MISE-HIT-IDX)   THEN
                MOVE   "（既存店）"                TO   HD03-KIZON
           ELSE
                MOVE   "（既存店外・新店／閉店等）"
                                           TO   HD03-KIZON
           END-IF.
       *>
           MOVE   SPACE          TO   PRT87-RECODE.
           WRITE  PRT87-RECODE.
           WRITE  PRT87-RECODE   FROM   HD03-MISE.
       *>
       MISE-MIDASHI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗計（当月・累計）の印刷
       *>----------------------------------------------------------------------------
       MISE-KEI-PRINT-PROC                SECTION.
       *>
           MOVE   1   TO   WRK-KEI-IDX.
           MOVE   "＜店舗計＞"   TO   HD04-BUNRUI-MEI.
           PERFORM   KEI-GYO-PRINT-PROC.
       *>
       MISE-KEI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>全社計・既存店計（当月・累計）の印刷
       *>----------------------------------------------------------------------------
       ZENSHA-PRINT-PROC                  SECTION.
       *>
           MOVE   SPACE          TO   PRT87-RECODE.
           WRITE  PRT87-RECODE.
       *>
           MOVE   2   TO   WRK-KEI-IDX.
           MOVE   "＜全社計＞"   TO   HD04-BUNRUI-MEI.
           PERFORM   KEI-GYO-PRINT-PROC.
       *>
           MOVE   3   TO   WRK-KEI-IDX.
           MOVE   "＜既存店計＞" TO   HD04-BUNRUI-MEI.
           PERFORM   KEI-GYO-PRINT-PROC.
       *>
       ZENSHA-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合計行（WRK-KEI-IDXの当月・累計の２行）の印刷
       *>----------------------------------------------------------------------------
       KEI-GYO-PRINT-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   HD04-BUNRUI.
           MOVE   "Y"     TO   WRK-BUNRUI-SHOKAI-SW.
       *>
           MOVE   WRK-KEI-TOU-SU(WRK-KEI-IDX 1)        TO
                  WRK-GYO-TOU-SU.
           MOVE   WRK-KEI-TOU-KINGAKU(WRK-KEI-IDX 1)   TO
                  WRK-GYO-TOU-KINGAKU.
           MOVE   WRK-KEI-ZEN-SU(WRK-KEI-IDX 1)        TO
                  WRK-GYO-ZEN-SU.
           MOVE   WRK-KEI-ZEN-KINGAKU(WRK-KEI-IDX 1)   TO
                  WRK-GYO-ZEN-KINGAKU.
           MOVE   WRK-TAISHO-GETU   TO   HD04-GETU.
           MOVE   "月"              TO   HD04-GETU-TANI.
           PERFORM   GYO-PRINT-PROC.
       *>
           MOVE   WRK-KEI-TOU-SU(WRK-KEI-IDX 2)        TO
                  WRK-GYO-TOU-SU.
           MOVE   WRK-KEI-TOU-KINGAKU(WRK-KEI-IDX 2)   TO
                  WRK-GYO-TOU-KINGAKU.
           MOVE   WRK-KEI-ZEN-SU(WRK-KEI-IDX 2)        TO
                  WRK-GYO-ZEN-SU.
           MOVE   WRK-KEI-ZEN-KINGAKU(WRK-KEI-IDX 2)   TO
                  WRK-GYO-ZEN-KINGAKU.
           MOVE   "累計"            TO   HD04-GETU-X.
           PERFORM   GYO-PRINT-PROC.
       *>
       KEI-GYO-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>１行分の編集と印刷（伸び率は前年がプラスの場合のみ表示する）
       *>  分類コード・分類名は分類の先頭行にのみ印刷する
       *>----------------------------------------------------------------------------
       GYO-PRINT-PROC                     SECTION.
       *>
           MOVE   WRK-GYO-TOU-SU        TO   HD04-TOU-SU.
           MOVE   WRK-GYO-TOU-KINGAKU   TO   HD04-TOU-KINGAKU.
           MOVE   WRK-GYO-ZEN-SU        TO   HD04-ZEN-SU.
           MOVE   WRK-GYO-ZEN-KINGAKU   TO   HD04-ZEN-KINGAKU.
       *>
           IF   WRK-GYO-ZEN-SU   >   ZERO   THEN
                COMPUTE   WRK-NOBI-RITSU   ROUNDED   =
                        ( WRK-GYO-TOU-SU   -   WRK-GYO-ZEN-SU )
                        *   100   /   WRK-GYO-ZEN-SU
                MOVE   WRK-NOBI-RITSU   TO   HD04-SU-NOBI
                MOVE   "％"             TO   HD04-SU-NOBI-PCT
           ELSE
                MOVE   SPACE            TO   HD04-SU-NOBI-X
           END-IF.
       *>
           IF   WRK-GYO-ZEN-KINGAKU   >   ZERO   THEN
                COMPUTE   WRK-NOBI-RITSU   ROUNDED   =
                        ( WRK-GYO-TOU-KINGAKU - WRK-GYO-ZEN-KINGAKU )
                        *   100   /   WRK-GYO-ZEN-KINGAKU
                MOVE   WRK-NOBI-RITSU   TO   HD04-KIN-NOBI
                MOVE   "％"             TO   HD04-KIN-NOBI-PCT
           ELSE
                MOVE   SPACE            TO   HD04-KIN-NOBI-X
           END-IF.
       *>
           MOVE   SPACE          TO   PRT87-RECODE.
           WRITE  PRT87-RECODE   FROM   HD04-MEISAI.
           ADD    1              TO   WRK-OUT-COUNT.
       *>
           IF   WRK-BUNRUI-SHOKAI   THEN
                MOVE   SPACE   TO   WRK-BUNRUI-SHOKAI-SW
                MOVE   SPACE   TO   HD04-BUNRUI
                MOVE   SPACE   TO   HD04-BUNRUI-MEI
           END-IF.
       *>
       GYO-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗マスタの一括読み込み（線形検索用テーブルへ格納）
       *>  店舗マスタが未整備の場合は全店を店名「（未登録）」とする
       *>----------------------------------------------------------------------------
       MISE-MASTER-LOAD-PROC              SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   MIS01-MISE-MASTER.
       *>
           IF   MIS-FILE-STATUS   =   "00"   THEN
                PERFORM   MISE-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   MIS01-MISE-MASTER
           END-IF.
       *>
       MISE-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗マスタの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       MISE-MASTER-READ-PROC              SECTION.
       *>
           READ MIS01-MISE-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-MISE-CNT   <   CST-MAX-MISE-KENSU   THEN
                          ADD   1   TO   WRK-MISE-CNT
                          MOVE   SPACE            TO
                              WRK-MISE-ENT(WRK-MISE-CNT)
                          MOVE   MIS01-MISEBAN    TO
                              WRK-MISE-MISEBAN(WRK-MISE-CNT)
                          MOVE   MIS01-MISE-MEI   TO
                              WRK-MISE-MEI(WRK-MISE-CNT)
                     END-IF
           END-READ.
       *>
       MISE-MASTER-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルの読み込み
       *>----------------------------------------------------------------------------
       ARCHIVE-READ-PROC                  SECTION.
       *>
           READ   ARC01-ARCHIVE-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   ARC-FILE-STATUS NOT = "00"
                AND   ARC-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       ARCHIVE-READ-PROC-EXIT.
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
