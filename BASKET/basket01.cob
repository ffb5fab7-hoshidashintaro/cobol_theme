       *>----------------------------------------------------------------------------
       *>同時購買（バスケット）分析処理
       *>  月末受注アーカイブファイル（ARC01）の対象月の受注明細を受注
       *>  番号ごとにまとめ、同じ受注に含まれる商品の組（２商品の組）
       *>  ごとに、両方を含む受注の件数を数える。組ごとに支持度（両方を
       *>  含む受注÷対象月の全受注）と確信度（両方を含む受注÷一方の
       *>  商品を含む受注。両方向）を求め、件数の多い順の上位の組を
       *>  全社と分類（商品コードの先頭２桁）別に印刷した同時購買分析表
       *>  （PRT88）を作成する。分類別はいずれかの商品が属する分類の
       *>  すべてに載せる。キット構成マスタ（KIT01）で既にキットとして
       *>  定義されている組（親商品と構成商品、同じキットの構成商品
       *>  同士）は除く。
       *>  対象年月（ＹＹＹＹＭＭ）はコマンドライン引数で指定し、省略時
       *>  は実行日の年月を対象とする。上位件数・最少件数は共通実行
       *>  パラメータ（BASKET01／JOI-KENSU・SAISHO-KEN）で指定し、未設定
       *>  時は上位２０組・２件以上とする。分類名は分類マスタ（BUN01）
       *>  より引き当てる。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        BASKET01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル
       *>----------------------------------------------------------------------------
       SELECT   ARC01-ARCHIVE-FILE   ASSIGN        TO "ARC01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]キット（セット品）構成マスタファイル（PROTO01と同一）
       *>----------------------------------------------------------------------------
       SELECT   KIT01-KOSEI-MASTER   ASSIGN       TO "KIT01.txt"
                                     ORGANIZATION IS LINE SEQUENTIAL
                                     STATUS       IS KIT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]分類マスタファイル（分類名の参照・BUNUPD01が保守）
       *>----------------------------------------------------------------------------
       SELECT    BUN01-BUNRUI-MASTER  ASSIGN       TO   "BUN01.txt"
                                      ORGANIZATION IS INDEXED
                                      ACCESS MODE   IS DYNAMIC
                                      RECORD KEY    IS BUN01-BUNRUI-CODE
                                      STATUS BUN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル（受注明細を受注番号・商品の順に整列）
       *>----------------------------------------------------------------------------
       SELECT   ST-SORT-FILE        ASSIGN        TO "ST".
       *>----------------------------------------------------------------------------
       *>[作業]整列併合用ファイル（商品の組を件数の多い順に整列）
       *>----------------------------------------------------------------------------
       SELECT   SP-SORT-FILE        ASSIGN        TO "SP".
       *>----------------------------------------------------------------------------
       *>[出力]同時購買分析表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT88-BASKET-RPT    ASSIGN        TO "PRT88.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイルのレイアウト定義
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
            03   FILLER                       PIC X(108).
       *>
       *>  トレーラレコード判定用の再定義
       01   ARC01-TRAILER-CHECK   REDEFINES   ARC01-RECODE.
            03   ARC01-TRAILER-CODE           PIC X(007).
            03   FILLER                       PIC X(152).
       *>----------------------------------------------------------------------------
       *>[入力]キット構成マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   KIT01-KOSEI-MASTER.
       01   KIT01-RECODE.
          03   KIT01-OYA-SHOHIN                     PIC X(006).
          03   KIT01-KO-SHOHIN                      PIC X(006).
          03   KIT01-KOSEI-SU                       PIC 9(003).
       *>----------------------------------------------------------------------------
       *>分類マスタファイルのレイアウト定義（BUNUPD01と同一）
       *>----------------------------------------------------------------------------
       FD   BUN01-BUNRUI-MASTER.
       01   BUN01-RECODE.
            03   BUN01-BUNRUI-CODE             PIC X(003).
            03   BUN01-BUNRUI-MEI              PIC X(020).
            03   BUN01-BAIYA-MEI               PIC X(020).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義（受注明細）
       *>----------------------------------------------------------------------------
       SD   ST-SORT-FILE.
       01   ST-SORT-REC.
            03   ST-ZYUTYU-BANGOU             PIC X(008).
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-SHOHIN-MI                 PIC X(020).
       *>----------------------------------------------------------------------------
       *>整列併合用ファイルのレイアウト定義（商品の組）
       *>  区分１＝全社、区分２＝分類別
       *>----------------------------------------------------------------------------
       SD   SP-SORT-FILE.
       01   SP-SORT-REC.
            03   SP-KUBUN                     PIC X(001).
            03   SP-BUNRUI                    PIC X(002).
            03   SP-KENSU                     PIC 9(006).
            03   SP-SHOHIN-A                  PIC X(006).
            03   SP-SHOHIN-B                  PIC X(006).
            03   SP-KUMI-IDX                  PIC 9(004).
       *>----------------------------------------------------------------------------
       *>[出力]同時購買分析表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT88-BASKET-RPT.
       01   PRT88-RECODE                      PIC X(160).
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
            *>--対象月の受注明細件数と分析表の明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--対象月の受注件数・複数商品の受注件数--
            03   WRK-ZYUTYU-COUNT             PIC 9(006).
            03   WRK-FUKUSU-COUNT             PIC 9(006).
            *>--キット定義済みとして除いた組の数--
            03   WRK-KIT-JOGAI-COUNT          PIC 9(006).
            *>--テーブル満杯のため数えられなかった件数--
            03   WRK-AFURE-COUNT              PIC 9(006).
       *>
       01   ARC-FILE-STATUS                   PIC XX.
       01   KIT-FILE-STATUS                   PIC XX.
       01   BUN-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "BASKET01".
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
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "BASKET01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--印刷する上位の組数（既定２０組）と組の最少件数（既定２件）--
       01   WRK-JOI-KENSU                     PIC 9(003) VALUE 20.
       01   WRK-SAISHO-KENSU                  PIC 9(003) VALUE 2.
       *>
       *>--キット構成テーブル--
       77   CST-MAX-KIT-KENSU                 PIC 9(003) VALUE 999.
       01   WRK-KIT-TBL.
            03   WRK-KIT-ENT                      OCCURS 999.
                 05   WRK-KIT-OYA                 PIC X(006).
                 05   WRK-KIT-KO                  PIC X(006).
       01   WRK-KIT-CNT                       PIC 9(003).
       01   WRK-KIT-IDX                       PIC 9(003).
       01   WRK-KIT-IDX2                      PIC 9(003).
       01   WRK-KIT-SW                        PIC X(001).
            88   WRK-KIT-KUMI                 VALUE "Y".
       *>
       *>--商品テーブル（商品名と商品を含む受注の件数）--
       77   CST-MAX-SHOHIN-KENSU              PIC 9(004) VALUE 9999.
       01   WRK-SHOHIN-TBL.
            03   WRK-SHOHIN-ENT                   OCCURS 9999.
                 05   WRK-SHOHIN-CODE             PIC X(006).
                 05   WRK-SHOHIN-MI               PIC X(020).
                 05   WRK-SHOHIN-KENSU            PIC 9(006).
       01   WRK-SHOHIN-CNT                    PIC 9(004).
       01   WRK-SHOHIN-IDX                    PIC 9(004).
       01   WRK-SHOHIN-HIT-IDX                PIC 9(004).
       01   WRK-SHOHIN-MITUKE-SW              PIC X(001).
            88   WRK-SHOHIN-MITUKE            VALUE "Y".
       01   WRK-SAGASHI-SHOHIN                PIC X(006).
       *>
       *>--受注１件分の商品（かご。商品コード順・重複なし）--
       77   CST-MAX-KAGO-KENSU                PIC 9(003) VALUE 099.
       01   WRK-KAGO-TBL.
            03   WRK-KAGO-SHOHIN              PIC X(006) OCCURS 99.
       01   WRK-KAGO-CNT                      PIC 9(003).
       01   WRK-KAGO-IDX                      PIC 9(003).
       01   WRK-KAGO-IDX2                     PIC 9(003).
       *>
       *>--商品の組テーブル（商品Ａ＜商品Ｂ、両方を含む受注の件数）--
       77   CST-MAX-KUMI-KENSU                PIC 9(004) VALUE 9999.
       01   WRK-KUMI-TBL.
            03   WRK-KUMI-ENT                     OCCURS 9999.
                 05   WRK-KUMI-SHOHIN-A           PIC X(006).
                 05   WRK-KUMI-SHOHIN-B           PIC X(006).
                 05   WRK-KUMI-KENSU              PIC 9(006).
       01   WRK-KUMI-CNT                      PIC 9(004).
       01   WRK-KUMI-IDX                      PIC 9(004).
       01   WRK-KUMI-MITUKE-SW                PIC X(001).
            88   WRK-KUMI-MITUKE              VALUE "Y".
       01   WRK-SAGASHI-A                     PIC X(006).
       01   WRK-SAGASHI-B                     PIC X(006).
       *>
       *>--前レコードの集計キー保存用--
       01   KEY-ZYUTYU-BANGOU                 PIC X(008).
       01   KEY-SHOHIN-CODE                   PIC X(006).
       01   KEY-KUBUN                         PIC X(001).
       01   KEY-BUNRUI                        PIC X(002).
       01   WRK-SHOKAI-SW                     PIC X(001).
            88   WRK-SHOKAI                   VALUE "Y".
       *>
       *>--順位と支持度・確信度の計算領域--
       01   WRK-JUNI                          PIC 9(004).
       01   WRK-RITSU                         PIC 9(003)V99.
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(036)
                      VALUE "＜同時購買分析表＞".
            03   FILLER                       PIC X(015)
                                 VALUE "対象年月：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(003) VALUE "年".
            03   HD01-GETU                    PIC Z9.
            03   FILLER                       PIC X(003) VALUE "月".
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(015)
                                 VALUE "受注件数：".
            03   HD01-ZYUTYU-SU               PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(027)
                                 VALUE "複数商品の受注：".
            03   HD01-FUKUSU-SU               PIC ZZZ,ZZ9.
       *>
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(008)
                 VALUE "順位".
            03   FILLER                       PIC X(034)
                 VALUE "商品Ａ".
            03   FILLER                       PIC X(034)
                 VALUE "商品Ｂ".
            03   FILLER                       PIC X(011)
                 VALUE "  件数".
            03   FILLER                       PIC X(013)
                 VALUE "  支持度".
            03   FILLER                       PIC X(016)
                 VALUE " 確信度A→B".
            03   FILLER                       PIC X(016)
                 VALUE " 確信度B→A".
       *>
       *>--印刷する区分見出し（全社・分類別）の定義--
       01   HD03-KUBUN.
            03   HD03-KUBUN-MEI               PIC X(024).
            03   HD03-BUNRUI                  PIC X(002).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD03-BUNRUI-MEI              PIC X(020).
       *>
       *>--印刷する明細行の定義--
       01   HD04-MEISAI.
            03   HD04-JUNI                    PIC ZZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-SHOHIN-A                PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SHOHIN-MI-A             PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-SHOHIN-B                PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SHOHIN-MI-B             PIC X(020).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-KENSU                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD04-SHIJI                   PIC ZZ9.99.
            03   FILLER                       PIC X(003) VALUE "％".
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-KAKUSHIN-AB             PIC ZZ9.99.
            03   FILLER                       PIC X(003) VALUE "％".
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD04-KAKUSHIN-BA             PIC ZZ9.99.
            03   FILLER                       PIC X(003) VALUE "％".
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "BASKET01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "対象明細件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "分析表明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "キット定義済み除外：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "集計表満杯の件数：".
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
       *>  対象月の受注明細を受注番号・商品順に整列して組を数える
           SORT   ST-SORT-FILE
                  ON   ASCENDING    KEY   ST-ZYUTYU-BANGOU
                                          ST-SHOHIN-CODE
              INPUT    PROCEDURE   MEISAI-RELEASE-PROC
              OUTPUT   PROCEDURE   KAGO-SHUKEI-CONTROL-PROC.
       *>
       *>  組を件数の多い順に整列して全社・分類別に印刷する
           SORT   SP-SORT-FILE
                  ON   ASCENDING    KEY   SP-KUBUN
                                          SP-BUNRUI
                       DESCENDING   KEY   SP-KENSU
                       ASCENDING    KEY   SP-SHOHIN-A
                                          SP-SHOHIN-B
              INPUT    PROCEDURE   KUMI-RELEASE-PROC
              OUTPUT   PROCEDURE   KUMI-PRINT-CONTROL-PROC.
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
           MOVE   ZERO    TO   WRK-ZYUTYU-COUNT.
           MOVE   ZERO    TO   WRK-FUKUSU-COUNT.
           MOVE   ZERO    TO   WRK-KIT-JOGAI-COUNT.
           MOVE   ZERO    TO   WRK-AFURE-COUNT.
           MOVE   ZERO    TO   WRK-SHOHIN-CNT.
           MOVE   ZERO    TO   WRK-KUMI-CNT.
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
       *>
           PERFORM   PARAMETER-GET-PROC.
           PERFORM   KIT-MASTER-LOAD-PROC.
       *>
           OPEN   INPUT    BUN01-BUNRUI-MASTER.
           OPEN   OUTPUT   PRT88-BASKET-RPT.
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
                   PRT88-BASKET-RPT.
       *>
           MOVE   WRK-IN-COUNT          TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT         TO   MSG3-COUNT.
           MOVE   WRK-KIT-JOGAI-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-AFURE-COUNT       TO   MSG5-COUNT.
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
       *>実行パラメタの取得（JOI-KENSU：上位の組数、SAISHO-KEN：組の
       *>  最少件数）。未設定時は既定値（２０組・２件）を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "JOI-KENSU"      TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-JOI-KENSU
           END-IF.
       *>
           MOVE   "SAISHO-KEN"     TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-SAISHO-KENSU
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（対象月の受注明細の書き出し）
       *>----------------------------------------------------------------------------
       MEISAI-RELEASE-PROC                SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
       *>
           PERFORM   MEISAI-RELEASE-MAIN-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
       *>
       MEISAI-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（受注明細１件分。取消などの数量ゼロ以下は除く）
       *>----------------------------------------------------------------------------
       MEISAI-RELEASE-MAIN-PROC           SECTION.
       *>
           PERFORM   ARCHIVE-READ-PROC.
           IF   WRK-AT-END   =   CST-END
           OR   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   MEISAI-RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           IF   ARC01-HIDUKE(1:6)   NOT =   WRK-TAISHO-NENGETU
           OR   ARC01-TYUMON-SU     NOT >   ZERO   THEN
                GO   TO   MEISAI-RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           ADD    1                     TO   WRK-IN-COUNT.
           MOVE   ARC01-ZYUTYU-BANGOU   TO   ST-ZYUTYU-BANGOU.
           MOVE   ARC01-SHOHIN-CODE     TO   ST-SHOHIN-CODE.
           MOVE   ARC01-SHOHIN-MI       TO   ST-SHOHIN-MI.
           RELEASE   ST-SORT-REC.
       *>
       MEISAI-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（受注番号の変わり目でかごの組を数える）
       *>----------------------------------------------------------------------------
       KAGO-SHUKEI-CONTROL-PROC           SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
           MOVE   ZERO    TO   WRK-KAGO-CNT.
       *>
           PERFORM   KAGO-SHUKEI-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           IF   NOT   WRK-SHOKAI   THEN
                PERFORM   KAGO-KAKUTEI-PROC
           END-IF.
       *>
       KAGO-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注明細のかごへの追加（１件分。同じ商品の明細は１つにまとめる）
       *>----------------------------------------------------------------------------
       KAGO-SHUKEI-PROC                   SECTION.
       *>
           RETURN   ST-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KAGO-SHUKEI-PROC-EXIT
           END-RETURN.
       *>
           IF   WRK-SHOKAI
           OR   ST-ZYUTYU-BANGOU   NOT =   KEY-ZYUTYU-BANGOU   THEN
                IF   NOT   WRK-SHOKAI   THEN
                     PERFORM   KAGO-KAKUTEI-PROC
                END-IF
                MOVE   SPACE              TO   WRK-SHOKAI-SW
                MOVE   ST-ZYUTYU-BANGOU   TO   KEY-ZYUTYU-BANGOU
                MOVE   SPACE              TO   KEY-SHOHIN-CODE
                MOVE   ZERO               TO   WRK-KAGO-CNT
           END-IF.
       *>
           IF   ST-SHOHIN-CODE   =   KEY-SHOHIN-CODE   THEN
                GO   TO   KAGO-SHUKEI-PROC-EXIT
           END-IF.
           MOVE   ST-SHOHIN-CODE   TO   KEY-SHOHIN-CODE.
       *>
       *>  商品を含む受注の件数
           MOVE   ST-SHOHIN-CODE   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   SHOHIN-SANSHO-PROC.
           IF   WRK-SHOHIN-MITUKE   THEN
                ADD   1   TO   WRK-SHOHIN-KENSU(WRK-SHOHIN-HIT-IDX)
           END-IF.
       *>
           IF   WRK-KAGO-CNT   >=   CST-MAX-KAGO-KENSU   THEN
                ADD   1   TO   WRK-AFURE-COUNT
                GO   TO   KAGO-SHUKEI-PROC-EXIT
           END-IF.
           ADD    1                TO   WRK-KAGO-CNT.
           MOVE   ST-SHOHIN-CODE   TO   WRK-KAGO-SHOHIN(WRK-KAGO-CNT).
       *>
       KAGO-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>かご（受注１件分）の確定。かごの商品のすべての組を数える
       *>  （かごは商品コード順のため、組は常に商品Ａ＜商品Ｂとなる）
       *>----------------------------------------------------------------------------
       KAGO-KAKUTEI-PROC                  SECTION.
       *>
           ADD   1   TO   WRK-ZYUTYU-COUNT.
           IF   WRK-KAGO-CNT   <   2   THEN
                GO   TO   KAGO-KAKUTEI-PROC-EXIT
           END-IF.
           ADD   1   TO   WRK-FUKUSU-COUNT.
       *>
           PERFORM   KAGO-KUMI-PROC
                    VARYING   WRK-KAGO-IDX   FROM   1   BY   1
                    UNTIL   WRK-KAGO-IDX   >=   WRK-KAGO-CNT.
       *>
       KAGO-KAKUTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>かごの組の計数（商品Ａ１つ分。後ろの商品すべてと組にする）
       *>----------------------------------------------------------------------------
       KAGO-KUMI-PROC                     SECTION.
       *>
           MOVE   WRK-KAGO-SHOHIN(WRK-KAGO-IDX)   TO   WRK-SAGASHI-A.
       *>
           PERFORM   KAGO-KUMI-KASAN-PROC
                    VARYING   WRK-KAGO-IDX2   FROM   WRK-KAGO-IDX
                                                   BY   1
                    UNTIL   WRK-KAGO-IDX2   >=   WRK-KAGO-CNT.
       *>
       KAGO-KUMI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品の組テーブルへの積み上げ（１組分）
       *>----------------------------------------------------------------------------
       KAGO-KUMI-KASAN-PROC               SECTION.
       *>
           MOVE   WRK-KAGO-SHOHIN(WRK-KAGO-IDX2 + 1)   TO
                  WRK-SAGASHI-B.
           MOVE   SPACE   TO   WRK-KUMI-MITUKE-SW.
       *>
           PERFORM   KUMI-TBL-CHECK-PROC
                    VARYING   WRK-KUMI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KUMI-IDX   >   WRK-KUMI-CNT
                    OR      WRK-KUMI-MITUKE.
       *>
           IF   WRK-KUMI-MITUKE   THEN
                GO   TO   KAGO-KUMI-KASAN-PROC-EXIT
           END-IF.
       *>
           IF   WRK-KUMI-CNT   >=   CST-MAX-KUMI-KENSU   THEN
                ADD   1   TO   WRK-AFURE-COUNT
                GO   TO   KAGO-KUMI-KASAN-PROC-EXIT
           END-IF.
       *>
           ADD    1               TO   WRK-KUMI-CNT.
           MOVE   WRK-SAGASHI-A   TO   WRK-KUMI-SHOHIN-A(WRK-KUMI-CNT).
           MOVE   WRK-SAGASHI-B   TO   WRK-KUMI-SHOHIN-B(WRK-KUMI-CNT).
           MOVE   1               TO   WRK-KUMI-KENSU(WRK-KUMI-CNT).
       *>
       KAGO-KUMI-KASAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品の組テーブルの突合チェック（１件分、一致すれば件数を加算）
       *>----------------------------------------------------------------------------
       KUMI-TBL-CHECK-PROC                SECTION.
       *>
           IF   WRK-KUMI-SHOHIN-A(WRK-KUMI-IDX)   =   WRK-SAGASHI-A
           AND  WRK-KUMI-SHOHIN-B(WRK-KUMI-IDX)   =   WRK-SAGASHI-B
           THEN
                MOVE   "Y"   TO   WRK-KUMI-MITUKE-SW
                ADD    1     TO   WRK-KUMI-KENSU(WRK-KUMI-IDX)
           END-IF.
       *>
       KUMI-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品テーブルの検索（未登録の商品は追加する）
       *>----------------------------------------------------------------------------
       SHOHIN-SANSHO-PROC                 SECTION.
       *>
           MOVE   SPACE   TO   WRK-SHOHIN-MITUKE-SW.
       *>
           PERFORM   SHOHIN-TBL-CHECK-PROC
                    VARYING   WRK-SHOHIN-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHOHIN-IDX   >   WRK-SHOHIN-CNT
                    OR      WRK-SHOHIN-MITUKE.
       *>
           IF   WRK-SHOHIN-MITUKE   THEN
                GO   TO   SHOHIN-SANSHO-PROC-EXIT
           END-IF.
       *>
           IF   WRK-SHOHIN-CNT   >=   CST-MAX-SHOHIN-KENSU   THEN
                ADD   1   TO   WRK-AFURE-COUNT
                GO   TO   SHOHIN-SANSHO-PROC-EXIT
           END-IF.
       *>
           ADD    1                    TO   WRK-SHOHIN-CNT.
           MOVE   WRK-SHOHIN-CNT       TO   WRK-SHOHIN-HIT-IDX.
           MOVE   WRK-SAGASHI-SHOHIN   TO
                  WRK-SHOHIN-CODE(WRK-SHOHIN-HIT-IDX).
           MOVE   ST-SHOHIN-MI         TO
                  WRK-SHOHIN-MI(WRK-SHOHIN-HIT-IDX).
           MOVE   ZERO                 TO
                  WRK-SHOHIN-KENSU(WRK-SHOHIN-HIT-IDX).
           MOVE   "Y"                  TO   WRK-SHOHIN-MITUKE-SW.
       *>
       SHOHIN-SANSHO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       SHOHIN-TBL-CHECK-PROC              SECTION.
       *>
           IF   WRK-SHOHIN-CODE(WRK-SHOHIN-IDX)   =   WRK-SAGASHI-SHOHIN
           THEN
                MOVE   "Y"              TO   WRK-SHOHIN-MITUKE-SW
                MOVE   WRK-SHOHIN-IDX   TO   WRK-SHOHIN-HIT-IDX
           END-IF.
       *>
       SHOHIN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（商品の組の書き出し）
       *>----------------------------------------------------------------------------
       KUMI-RELEASE-PROC                  SECTION.
       *>
           PERFORM   KUMI-RELEASE-MAIN-PROC
                    VARYING   WRK-KUMI-IDX   FROM   1   BY   1
                    UNTIL   WRK-KUMI-IDX   >   WRK-KUMI-CNT.
       *>
       KUMI-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前処理（１組分）
       *>  最少件数に満たない組・キット定義済みの組は除く。全社分と、
       *>  商品Ａ・商品Ｂそれぞれの分類の分類別を書き出す
       *>----------------------------------------------------------------------------
       KUMI-RELEASE-MAIN-PROC             SECTION.
       *>
           IF   WRK-KUMI-KENSU(WRK-KUMI-IDX)   <   WRK-SAISHO-KENSU
           THEN
                GO   TO   KUMI-RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           PERFORM   KIT-KUMI-HANTEI-PROC.
           IF   WRK-KIT-KUMI   THEN
                ADD   1   TO   WRK-KIT-JOGAI-COUNT
                GO   TO   KUMI-RELEASE-MAIN-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-KUMI-KENSU(WRK-KUMI-IDX)      TO   SP-KENSU.
           MOVE   WRK-KUMI-SHOHIN-A(WRK-KUMI-IDX)   TO   SP-SHOHIN-A.
           MOVE   WRK-KUMI-SHOHIN-B(WRK-KUMI-IDX)   TO   SP-SHOHIN-B.
           MOVE   WRK-KUMI-IDX                      TO   SP-KUMI-IDX.
       *>
           MOVE   "1"                               TO   SP-KUBUN.
           MOVE   SPACE                             TO   SP-BUNRUI.
           RELEASE   SP-SORT-REC.
       *>
           MOVE   "2"                               TO   SP-KUBUN.
           MOVE   SP-SHOHIN-A(1:2)                  TO   SP-BUNRUI.
           RELEASE   SP-SORT-REC.
           IF   SP-SHOHIN-B(1:2)   NOT =   SP-SHOHIN-A(1:2)   THEN
                MOVE   SP-SHOHIN-B(1:2)             TO   SP-BUNRUI
                RELEASE   SP-SORT-REC
           END-IF.
       *>
       KUMI-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>キット定義済みの組の判定
       *>  一方が親商品で他方がその構成商品の組、または同じ親商品の
       *>  構成商品同士の組をキット定義済みとする
       *>----------------------------------------------------------------------------
       KIT-KUMI-HANTEI-PROC               SECTION.
       *>
           MOVE   SPACE   TO   WRK-KIT-SW.
           MOVE   WRK-KUMI-SHOHIN-A(WRK-KUMI-IDX)   TO   WRK-SAGASHI-A.
           MOVE   WRK-KUMI-SHOHIN-B(WRK-KUMI-IDX)   TO   WRK-SAGASHI-B.
       *>
           PERFORM   KIT-KUMI-CHECK-PROC
                    VARYING   WRK-KIT-IDX   FROM   1   BY   1
                    UNTIL   WRK-KIT-IDX   >   WRK-KIT-CNT
                    OR      WRK-KIT-KUMI.
       *>
       KIT-KUMI-HANTEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>キット構成の突合チェック（構成１件分）
       *>----------------------------------------------------------------------------
       KIT-KUMI-CHECK-PROC                SECTION.
       *>
       *>  親商品と構成商品の組
           IF ( WRK-KIT-OYA(WRK-KIT-IDX)   =   WRK-SAGASHI-A
           AND  WRK-KIT-KO(WRK-KIT-IDX)    =   WRK-SAGASHI-B )
           OR ( WRK-KIT-OYA(WRK-KIT-IDX)   =   WRK-SAGASHI-B
           AND  WRK-KIT-KO(WRK-KIT-IDX)    =   WRK-SAGASHI-A )   THEN
                MOVE   "Y"   TO   WRK-KIT-SW
                GO   TO   KIT-KUMI-CHECK-PROC-EXIT
           END-IF.
       *>
       *>  商品Ａが構成商品なら、同じ親商品の構成に商品Ｂがあるか
           IF   WRK-KIT-KO(WRK-KIT-IDX)   =   WRK-SAGASHI-A   THEN
                PERFORM   KIT-KYODAI-CHECK-PROC
                         VARYING   WRK-KIT-IDX2   FROM   1   BY   1
                         UNTIL   WRK-KIT-IDX2   >   WRK-KIT-CNT
                         OR      WRK-KIT-KUMI
           END-IF.
       *>
       KIT-KUMI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>同じ親商品の構成商品のチェック（構成１件分）
       *>----------------------------------------------------------------------------
       KIT-KYODAI-CHECK-PROC              SECTION.
       *>
           IF   WRK-KIT-OYA(WRK-KIT-IDX2)   =   WRK-KIT-OYA(WRK-KIT-IDX)
           AND  WRK-KIT-KO(WRK-KIT-IDX2)    =   WRK-SAGASHI-B   THEN
                MOVE   "Y"   TO   WRK-KIT-SW
           END-IF.
       *>
       KIT-KYODAI-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（区分・分類の変わり目で見出しを印刷し、上位の
       *>  組数まで印刷する）
       *>----------------------------------------------------------------------------
       KUMI-PRINT-CONTROL-PROC            SECTION.
       *>
       *>  表題の印刷
           MOVE   WRK-TAISHO-NEN     TO   HD01-NEN.
           MOVE   WRK-TAISHO-GETU    TO   HD01-GETU.
           MOVE   WRK-ZYUTYU-COUNT   TO   HD01-ZYUTYU-SU.
           MOVE   WRK-FUKUSU-COUNT   TO   HD01-FUKUSU-SU.
           MOVE   SPACE              TO   PRT88-RECODE.
           WRITE  PRT88-RECODE       FROM   HD01-MIDASHI-1.
           MOVE   SPACE              TO   PRT88-RECODE.
           WRITE  PRT88-RECODE       FROM   HD02-MIDASHI-2.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   "Y"     TO   WRK-SHOKAI-SW.
       *>
           PERFORM   KUMI-PRINT-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
       KUMI-PRINT-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>商品の組の印刷（１組分）
       *>----------------------------------------------------------------------------
       KUMI-PRINT-PROC                    SECTION.
       *>
           RETURN   SP-SORT-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   KUMI-PRINT-PROC-EXIT
           END-RETURN.
       *>
           IF   WRK-SHOKAI
           OR   SP-KUBUN    NOT =   KEY-KUBUN
           OR   SP-BUNRUI   NOT =   KEY-BUNRUI   THEN
                PERFORM   KUBUN-MIDASHI-PRINT-PROC
           END-IF.
       *>
           ADD   1   TO   WRK-JUNI.
           IF   WRK-JUNI   >   WRK-JOI-KENSU   THEN
                GO   TO   KUMI-PRINT-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-JUNI      TO   HD04-JUNI.
           MOVE   SP-SHOHIN-A   TO   HD04-SHOHIN-A.
           MOVE   SP-SHOHIN-B   TO   HD04-SHOHIN-B.
           MOVE   SP-KENSU      TO   HD04-KENSU.
       *>
       *>  支持度（両方を含む受注÷全受注）
           COMPUTE   WRK-RITSU   ROUNDED   =
                     SP-KENSU   *   100   /   WRK-ZYUTYU-COUNT.
           MOVE   WRK-RITSU     TO   HD04-SHIJI.
       *>
       *>  確信度Ａ→Ｂ（両方を含む受注÷商品Ａを含む受注）
           MOVE   SP-SHOHIN-A   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   SHOHIN-SANSHO-PROC.
           IF   WRK-SHOHIN-MITUKE   THEN
                MOVE   WRK-SHOHIN-MI(WRK-SHOHIN-HIT-IDX)   TO
                       HD04-SHOHIN-MI-A
                COMPUTE   WRK-RITSU   ROUNDED   =   SP-KENSU   *   100
                          /   WRK-SHOHIN-KENSU(WRK-SHOHIN-HIT-IDX)
           ELSE
                MOVE   SPACE   TO   HD04-SHOHIN-MI-A
                MOVE   ZERO    TO   WRK-RITSU
           END-IF.
           MOVE   WRK-RITSU     TO   HD04-KAKUSHIN-AB.
       *>
       *>  確信度Ｂ→Ａ（両方を含む受注÷商品Ｂを含む受注）
           MOVE   SP-SHOHIN-B   TO   WRK-SAGASHI-SHOHIN.
           PERFORM   SHOHIN-SANSHO-PROC.
           IF   WRK-SHOHIN-MITUKE   THEN
                MOVE   WRK-SHOHIN-MI(WRK-SHOHIN-HIT-IDX)   TO
                       HD04-SHOHIN-MI-B
                COMPUTE   WRK-RITSU   ROUNDED   =   SP-KENSU   *   100
                          /   WRK-SHOHIN-KENSU(WRK-SHOHIN-HIT-IDX)
           ELSE
                MOVE   SPACE   TO   HD04-SHOHIN-MI-B
                MOVE   ZERO    TO   WRK-RITSU
           END-IF.
           MOVE   WRK-RITSU     TO   HD04-KAKUSHIN-BA.
       *>
           MOVE   SPACE          TO   PRT88-RECODE.
           WRITE  PRT88-RECODE   FROM   HD04-MEISAI.
           ADD    1              TO   WRK-OUT-COUNT.
       *>
       KUMI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>区分見出し（全社・分類別）の印刷と順位の初期化
       *>----------------------------------------------------------------------------
       KUBUN-MIDASHI-PRINT-PROC           SECTION.
       *>
           MOVE   SPACE       TO   WRK-SHOKAI-SW.
           MOVE   SP-KUBUN    TO   KEY-KUBUN.
           MOVE   SP-BUNRUI   TO   KEY-BUNRUI.
           MOVE   ZERO        TO   WRK-JUNI.
           MOVE   SPACE       TO   HD03-KUBUN.
       *>
           IF   SP-KUBUN   =   "1"   THEN
                MOVE   "【全社】"     TO   HD03-KUBUN-MEI
           ELSE
                MOVE   "【分類別】"   TO   HD03-KUBUN-MEI
                MOVE   SP-BUNRUI      TO   HD03-BUNRUI
       *>       分類名の引き当て（分類コードは先頭２桁で登録されている）
                MOVE   SPACE          TO   BUN01-BUNRUI-CODE
                MOVE   SP-BUNRUI      TO   BUN01-BUNRUI-CODE(1:2)
                READ BUN01-BUNRUI-MASTER
                    INVALID     KEY
                          MOVE   "（未登録）"   TO
                                 HD03-BUNRUI-MEI
                    NOT   INVALID   KEY
                          MOVE   BUN01-BUNRUI-MEI   TO   HD03-BUNRUI-MEI
                END-READ
           END-IF.
       *>
           MOVE   SPACE          TO   PRT88-RECODE.
           WRITE  PRT88-RECODE.
           WRITE  PRT88-RECODE   FROM   HD03-KUBUN.
       *>
       KUBUN-MIDASHI-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>キット構成マスタファイルの一括読み込み（線形検索用テーブルへ格納）
       *>  構成マスタが無い場合は除外を行わない
       *>----------------------------------------------------------------------------
       KIT-MASTER-LOAD-PROC               SECTION.
       *>
           MOVE   ZERO   TO   WRK-KIT-CNT.
       *>
           OPEN   INPUT   KIT01-KOSEI-MASTER.
       *>
           IF   KIT-FILE-STATUS   =   "00"   THEN
                MOVE   SPACE   TO   WRK-AT-END
                PERFORM   KIT-MASTER-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   KIT01-KOSEI-MASTER
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KIT-MASTER-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>キット構成マスタファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KIT-MASTER-READ-PROC               SECTION.
       *>
           READ KIT01-KOSEI-MASTER
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-KIT-CNT   <   CST-MAX-KIT-KENSU   THEN
                          ADD   1   TO   WRK-KIT-CNT
                          MOVE   KIT01-OYA-SHOHIN   TO
                              WRK-KIT-OYA(WRK-KIT-CNT)
                          MOVE   KIT01-KO-SHOHIN    TO
                              WRK-KIT-KO(WRK-KIT-CNT)
                     END-IF
           END-READ.
       *>
       KIT-MASTER-READ-PROC-EXIT.
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
