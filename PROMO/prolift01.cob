       *>----------------------------------------------------------------------------
       *>販促効果分析表作成処理
       *>  販促単価ファイル（PRO01）のうち実行日の前日までに終了した販促
       *>  （終了日が分析日数（パラメタ KIKAN-NISS・既定９０日）以内）
       *>  について、商品の受注数量を次の３期間で比べた分析表（PRT84）を
       *>  作成する。
       *>    (1) 基準期：販促開始日の前日までの、販促と同じ日数の期間
       *>    (2) 販促期：販促開始日～終了日
       *>    (3) 販促後：終了日の翌日から後週数（パラメタ ATO-SHUKAN・
       *>        既定４週）の期間（実行日までの経過分）。基準期の日平均を
       *>        下回る場合は買いだめによる反動減とみなす
       *>  受注数量は月末受注アーカイブ（ARC01）と、アーカイブの最終日
       *>  より後の受注ファイル（OT01）の明細を合算する（取消・数量変更
       *>  の逆仕訳は数量を差し引く）。
       *>  粗利の評価は商品マスタ（IN02）の販売単価・仕入原価による。
       *>    値引損失＝販促期数量×（販売単価−特価）
       *>    増分粗利＝（販促期数量−基準期数量）×（販売単価−仕入原価）
       *>    反動損失＝（基準期の日平均×販促後日数−販促後数量）
       *>              ×（販売単価−仕入原価）（プラスの場合のみ）
       *>    差引効果＝増分粗利−値引損失−反動損失
       *>  差引効果がプラスなら「効果あり」、反動損失を除けばプラスなら
       *>  「反動相殺」、それ以外は「効果なし」と判定する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        PROLIFT01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRO01-HANSOKU-FILE   ASSIGN        TO "PRO01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS PRO-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]月末受注アーカイブファイル
       *>----------------------------------------------------------------------------
       SELECT   ARC01-ARCHIVE-FILE   ASSIGN        TO "ARC01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS ARC-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]受注ファイル（マッチング済み。アーカイブ未収録の日の分）
       *>----------------------------------------------------------------------------
       SELECT   OT01-ZYUTYU-FILE     ASSIGN        TO "OT01.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   STATUS OT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]商品マスタファイル（販売単価・仕入原価の参照）
       *>----------------------------------------------------------------------------
       SELECT    IN02-SHOHIN-MASTER  ASSIGN       TO   "IN02.txt"
                                     ORGANIZATION IS INDEXED
                                     ACCESS MODE  IS DYNAMIC
                                     RECORD KEY   IS IN02-SHOHIN-CODE
                                     STATUS       IS IN02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]販促効果分析表ファイル
       *>----------------------------------------------------------------------------
       SELECT   PRT84-KOKA-RPT      ASSIGN        TO "PRT84.txt"
                                   ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]販促単価ファイルのレイアウト定義（TEST0001と同一）
       *>  （商品ごとの特価と適用開始日・終了日（西暦８桁））
       *>----------------------------------------------------------------------------
       FD   PRO01-HANSOKU-FILE.
       01   PRO01-RECODE.
            03   PRO01-SHOHIN-CODE             PIC X(006).
            03   PRO01-HANSOKU-TANKA           PIC 9(005).
            03   PRO01-KAISHI-BI               PIC 9(008).
            03   PRO01-SHURYO-BI               PIC 9(008).
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
       *>[入力]受注ファイルのレイアウト定義（先頭部分のみ参照）
       *>----------------------------------------------------------------------------
       FD   OT01-ZYUTYU-FILE.
       01   OT01-RECODE.
            03   OT01-ZYUTYU-BANGOU           PIC X(008).
            03   OT01-SHOHIN-CODE             PIC X(006).
            03   OT01-SHOHIN-MI               PIC X(020).
            03   OT01-TYUMON-SU               PIC S9(005).
            03   OT01-UKETUKE-NICHIZI.
                 05   OT01-HIDUKE             PIC 9(008).
                 05   OT01-ZIKAN              PIC 9(004).
            03   FILLER                       PIC X(136).
       *>
       *>  ヘッダ・トレーラレコード判定用の再定義
       01   OT01-HEADER-CHECK   REDEFINES   OT01-RECODE.
            03   OT01-HEADER-CODE             PIC X(006).
            03   FILLER                       PIC X(181).
       01   OT01-TRAILER-CHECK   REDEFINES   OT01-RECODE.
            03   OT01-TRAILER-CODE            PIC X(007).
            03   FILLER                       PIC X(180).
       *>----------------------------------------------------------------------------
       *>商品マスタファイルのレイアウト定義（TEST0001と同一）
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
          03   IN02-GENKA                           PIC 9(005).
          03   IN02-CASE-IRISU                      PIC 9(003).
          03   IN02-JURYO-G                         PIC 9(005).
          03   IN02-ZEI-KUBUN                       PIC X(001).
          03   IN02-CHOKUSO-KUBUN                   PIC X(001).
          03   IN02-SERIAL-KUBUN                    PIC X(001).
          03   IN02-KENSA-KUBUN                     PIC X(001).
          03   IN02-KENSA-SU                        PIC 9(006).
          03   IN02-SETUP-KUBUN                     PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]販促効果分析表ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT84-KOKA-RPT.
       01   PRT84-RECODE                      PIC X(160).
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
            *>--受注明細の読込件数・分析表の販促件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--判定別の販促件数--
            03   WRK-ARI-COUNT                PIC 9(006).
            03   WRK-SOUSAI-COUNT             PIC 9(006).
            03   WRK-NASHI-COUNT              PIC 9(006).
            *>--合計（値引損失・増分粗利・反動損失・差引効果）--
            03   WRK-GOKEI-NEBIKI             PIC S9(011).
            03   WRK-GOKEI-ZOUBUN             PIC S9(011).
            03   WRK-GOKEI-HANDO              PIC S9(011).
            03   WRK-GOKEI-KOKA               PIC S9(011).
       *>
       01   PRO-FILE-STATUS                   PIC XX.
       01   ARC-FILE-STATUS                   PIC XX.
       01   OT-FILE-STATUS                    PIC XX.
       01   IN02-FILE-STATUS                  PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "PROLIFT01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       *>--商品マスタ未登録のため分析できない販促の件数--
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       *>
       *>--実行パラメタの取得領域（PRMGET01呼び出し用）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                 VALUE "PROLIFT01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--分析日数（既定９０日）と販促後の週数（既定４週）--
       01   WRK-TAISHO-NISSU                  PIC 9(003) VALUE 90.
       01   WRK-ATO-SHUKAN                    PIC 9(002) VALUE 4.
       *>
       *>--アーカイブ収録の最終日（これより後の日の受注ファイルを合算）--
       01   WRK-ARC-SAISHU-BI                 PIC 9(008).
       *>
       *>--通算日数（実行日・明細の受注日・分析対象の下限）--
       01   WRK-RUN-NISSU                     PIC 9(007).
       01   WRK-MEISAI-NISSU                  PIC 9(007).
       01   WRK-TAISHO-KAGEN                  PIC 9(007).
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
       *>--分析対象の販促テーブル（期間は通算日数で保持する）--
       77   CST-MAX-HAN-KENSU                 PIC 9(003) VALUE 999.
       01   WRK-HAN-TBL.
            03   WRK-HAN-ENT                      OCCURS 999.
                 05   WRK-HAN-SHOHIN-CODE         PIC X(006).
                 05   WRK-HAN-SHOHIN-MI           PIC X(020).
                 05   WRK-HAN-TOKKA               PIC 9(005).
                 05   WRK-HAN-TEIKA               PIC 9(005).
                 05   WRK-HAN-GENKA               PIC 9(005).
                 05   WRK-HAN-KAISHI-BI           PIC 9(008).
                 05   WRK-HAN-SHURYO-BI           PIC 9(008).
                 *>--販促日数・販促後の経過日数--
                 05   WRK-HAN-NISSU               PIC 9(005).
                 05   WRK-HAN-ATO-NISSU           PIC 9(005).
                 *>--基準期開始・販促開始・販促終了・販促後終了の通算日数--
                 05   WRK-HAN-KIJUN-FROM          PIC 9(007).
                 05   WRK-HAN-KAISHI-NISSU        PIC 9(007).
                 05   WRK-HAN-SHURYO-NISSU        PIC 9(007).
                 05   WRK-HAN-ATO-TO              PIC 9(007).
                 *>--期間別の受注数量--
                 05   WRK-HAN-KIJUN-SU            PIC S9(009).
                 05   WRK-HAN-HANSOKU-SU          PIC S9(009).
                 05   WRK-HAN-ATO-SU              PIC S9(009).
       01   WRK-HAN-CNT                       PIC 9(003).
       01   WRK-HAN-IDX                       PIC 9(003).
       *>
       *>--明細１件分の商品・数量（アーカイブ・受注ファイル共通）--
       01   WRK-MEISAI-SHOHIN-CODE            PIC X(006).
       01   WRK-MEISAI-SU                     PIC S9(005).
       *>
       *>--販促１件分の評価の計算領域--
       01   WRK-ARARI-TANKA                   PIC S9(006).
       01   WRK-NEBIKI                        PIC S9(011).
       01   WRK-ZOUBUN                        PIC S9(011).
       01   WRK-HANDO                         PIC S9(011).
       01   WRK-KOKA                          PIC S9(011).
       01   WRK-NOBI-RITU                     PIC S9(004).
       01   WRK-ATO-RITU                      PIC S9(004).
       *>
       *>--印刷する見出しの定義--
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(036)
                         VALUE "＜販促効果分析表＞".
            03   FILLER                       PIC X(015)
                                 VALUE "実行日：".
            03   HD01-RUN-DATE                PIC 9999/99/99.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(018)
                                 VALUE "販促後週数：".
            03   HD01-ATO-SHUKAN              PIC Z9.
       *>
       *>--見出し（１行目は販促期、２行目は販促後と粗利の評価）--
       01   HD02-MIDASHI-2.
            03   FILLER                       PIC X(010)
                 VALUE "コード ".
            03   FILLER                       PIC X(024)
                 VALUE "商品名".
            03   FILLER                       PIC X(021)
                 VALUE "販促期間".
            03   FILLER                       PIC X(006)
                 VALUE "日数".
            03   FILLER                       PIC X(009)
                 VALUE "   特価".
            03   FILLER                       PIC X(009)
                 VALUE "   定価".
            03   FILLER                       PIC X(012)
                 VALUE "   基準期".
            03   FILLER                       PIC X(012)
                 VALUE "   販促期".
            03   FILLER                       PIC X(010)
                 VALUE " 伸び率".
       *>
       01   HD03-MIDASHI-3.
            03   FILLER                       PIC X(026) VALUE SPACE.
            03   FILLER                       PIC X(009)
                 VALUE "後日数".
            03   FILLER                       PIC X(012)
                 VALUE "   販促後".
            03   FILLER                       PIC X(010)
                 VALUE " 対基準".
            03   FILLER                       PIC X(016)
                 VALUE "    値引損失".
            03   FILLER                       PIC X(016)
                 VALUE "    増分粗利".
            03   FILLER                       PIC X(016)
                 VALUE "    反動損失".
            03   FILLER                       PIC X(016)
                 VALUE "    差引効果".
            03   FILLER                       PIC X(008)
                 VALUE "  判定".
       *>
       *>--印刷する分析明細の定義（１行目：販促期の数量と伸び率）--
       01   HD04-MEISAI-1.
            03   HD04-SHOHIN-CODE             PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-SHOHIN-MI               PIC X(020).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KAISHI-BI               PIC 9(008).
            03   FILLER                       PIC X(001) VALUE "-".
            03   HD04-SHURYO-BI               PIC 9(008).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-NISSU                   PIC ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TOKKA                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-TEIKA                   PIC ZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-KIJUN-SU                PIC -ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-HANSOKU-SU              PIC -ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD04-NOBI-AREA.
                 05   HD04-NOBI-RITU          PIC -ZZZ9.
                 05   HD04-NOBI-PCT           PIC X(001).
            03   HD04-NOBI-X   REDEFINES   HD04-NOBI-AREA
                                              PIC X(006).
       *>
       *>--印刷する分析明細の定義（２行目：販促後の数量と粗利の評価）--
       01   HD05-MEISAI-2.
            03   FILLER                       PIC X(029) VALUE SPACE.
            03   HD05-ATO-NISSU               PIC ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-ATO-SU                  PIC -ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-ATO-AREA.
                 05   HD05-ATO-RITU           PIC -ZZZ9.
                 05   HD05-ATO-PCT            PIC X(001).
            03   HD05-ATO-X   REDEFINES   HD05-ATO-AREA
                                              PIC X(006).
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-NEBIKI                  PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-ZOUBUN                  PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-HANDO                   PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD05-KOKA                    PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD05-HANTEI                  PIC X(012).
       *>
       *>--印刷する合計行の定義--
       01   HD06-GOKEI.
            03   FILLER                       PIC X(053)
                                 VALUE "＜合計＞".
            03   HD06-NEBIKI                  PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-ZOUBUN                  PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-HANDO                   PIC -ZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(001) VALUE SPACE.
            03   HD06-KOKA                    PIC -ZZ,ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "PROLIFT01の出力結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "分析販促件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "（効果あり）：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "（反動相殺）：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "（効果なし）：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "商品マスタ未登録：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS8-MESSAGE-AREA.
            03   FILLER                       PIC X(042)
                  VALUE "販促単価ファイル無し".
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
           PERFORM   ARCHIVE-SHUKEI-CONTROL-PROC.
           PERFORM   ZYUTYU-SHUKEI-CONTROL-PROC.
       *>
           PERFORM   HAN-PRINT-PROC
                    VARYING   WRK-HAN-IDX   FROM   1   BY   1
                    UNTIL   WRK-HAN-IDX   >   WRK-HAN-CNT.
       *>
           PERFORM   GOKEI-PRINT-PROC.
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
           MOVE   ZERO    TO   WRK-ARI-COUNT.
           MOVE   ZERO    TO   WRK-SOUSAI-COUNT.
           MOVE   ZERO    TO   WRK-NASHI-COUNT.
           MOVE   ZERO    TO   WRK-GOKEI-NEBIKI.
           MOVE   ZERO    TO   WRK-GOKEI-ZOUBUN.
           MOVE   ZERO    TO   WRK-GOKEI-HANDO.
           MOVE   ZERO    TO   WRK-GOKEI-KOKA.
           MOVE   ZERO    TO   WRK-HAN-CNT.
           MOVE   ZERO    TO   WRK-ARC-SAISHU-BI.
       *>
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
       *>
       *>  分析日数・販促後週数の取得
           PERFORM   PARAMETER-GET-PROC.
       *>
       *>  実行日の通算日数と分析対象の下限（終了日の通算日数）
           MOVE     WRK-RUN-DATE       TO   WRK-TSUSAN-HIZUKE.
           PERFORM  TSUSAN-NISSU-PROC.
           MOVE     WRK-TSUSAN-NISSU   TO   WRK-RUN-NISSU.
           COMPUTE  WRK-TAISHO-KAGEN   =
                    WRK-RUN-NISSU   -   WRK-TAISHO-NISSU.
       *>
       *>  分析対象の販促の読み込み（販売単価・仕入原価の引き当て）
           OPEN   INPUT    IN02-SHOHIN-MASTER.
           PERFORM   HANSOKU-LOAD-PROC.
           CLOSE  IN02-SHOHIN-MASTER.
       *>
           OPEN   OUTPUT   PRT84-KOKA-RPT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-DATE      TO   HD01-RUN-DATE.
           MOVE   WRK-ATO-SHUKAN    TO   HD01-ATO-SHUKAN.
           MOVE   SPACE             TO   PRT84-RECODE.
           WRITE  PRT84-RECODE      FROM   HD01-MIDASHI-1.
           MOVE   SPACE             TO   PRT84-RECODE.
           WRITE  PRT84-RECODE      FROM   HD02-MIDASHI-2.
           MOVE   SPACE             TO   PRT84-RECODE.
           WRITE  PRT84-RECODE      FROM   HD03-MIDASHI-3.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   PRT84-KOKA-RPT.
       *>
           MOVE   WRK-OUT-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-ARI-COUNT       TO   MSG3-COUNT.
           MOVE   WRK-SOUSAI-COUNT    TO   MSG4-COUNT.
           MOVE   WRK-NASHI-COUNT     TO   MSG5-COUNT.
           MOVE   WRK-AUD-ERR-COUNT   TO   MSG6-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA UPON CONSOLE.
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
       *>実行パラメタの取得（KIKAN-NISS：分析日数、ATO-SHUKAN：販促後
       *>  の週数）。未設定時は既定値（９０日・４週）を用いる
       *>----------------------------------------------------------------------------
       PARAMETER-GET-PROC                 SECTION.
       *>
           MOVE   "KIKAN-NISS"     TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:3)   NOT =   "000"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-TAISHO-NISSU
           END-IF.
       *>
           MOVE   "ATO-SHUKAN"     TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:2)   IS   NUMERIC
           AND  WRK-PRM-PARM-ATAI(1:2)   NOT =   "00"   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:2)   TO   WRK-ATO-SHUKAN
           END-IF.
       *>
       PARAMETER-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>分析対象の販促の一括読み込み
       *>  販促単価ファイルが無い場合は対象なしとする
       *>----------------------------------------------------------------------------
       HANSOKU-LOAD-PROC                  SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   PRO01-HANSOKU-FILE.
       *>
           IF   PRO-FILE-STATUS   NOT =   "00"   THEN
                DISPLAY   MS8-MESSAGE-AREA   UPON   CONSOLE
                GO   TO   HANSOKU-LOAD-PROC-EXIT
           END-IF.
       *>
           PERFORM   HANSOKU-READ-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   PRO01-HANSOKU-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       HANSOKU-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促単価ファイルの読み込み（１件分、分析対象ならテーブルへ追加）
       *>  実行日の前日までに終了し、終了日が分析日数以内の販促を対象と
       *>  する。基準期は販促開始日の前日から販促日数分さかのぼった期間、
       *>  販促後は終了日の翌日から後週数分（実行日まで）の期間とする
       *>----------------------------------------------------------------------------
       HANSOKU-READ-PROC                  SECTION.
       *>
           READ   PRO01-HANSOKU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   HANSOKU-READ-PROC-EXIT
           END-READ.
       *>
           IF   PRO01-SHURYO-BI   >=   WRK-RUN-DATE
           OR   PRO01-KAISHI-BI   >    PRO01-SHURYO-BI   THEN
                GO   TO   HANSOKU-READ-PROC-EXIT
           END-IF.
       *>
           MOVE     PRO01-SHURYO-BI    TO   WRK-TSUSAN-HIZUKE.
           PERFORM  TSUSAN-NISSU-PROC.
           IF   WRK-TSUSAN-NISSU   <   WRK-TAISHO-KAGEN   THEN
                GO   TO   HANSOKU-READ-PROC-EXIT
           END-IF.
       *>
           IF   WRK-HAN-CNT   >=   CST-MAX-HAN-KENSU   THEN
                GO   TO   HANSOKU-READ-PROC-EXIT
           END-IF.
       *>
       *>  販売単価・仕入原価の引き当て（未登録の商品は分析しない）
           MOVE   PRO01-SHOHIN-CODE   TO   IN02-SHOHIN-CODE.
           READ IN02-SHOHIN-MASTER
               INVALID     KEY
                     ADD   1   TO   WRK-AUD-ERR-COUNT
                     GO   TO   HANSOKU-READ-PROC-EXIT
           END-READ.
       *>
           ADD    1                     TO   WRK-HAN-CNT.
           MOVE   PRO01-SHOHIN-CODE     TO
                  WRK-HAN-SHOHIN-CODE(WRK-HAN-CNT).
           MOVE   IN02-SHOHIN-MI        TO
                  WRK-HAN-SHOHIN-MI(WRK-HAN-CNT).
           MOVE   PRO01-HANSOKU-TANKA   TO   WRK-HAN-TOKKA(WRK-HAN-CNT).
           MOVE   IN02-TANKA            TO   WRK-HAN-TEIKA(WRK-HAN-CNT).
           MOVE   IN02-GENKA            TO   WRK-HAN-GENKA(WRK-HAN-CNT).
           MOVE   PRO01-KAISHI-BI       TO
                  WRK-HAN-KAISHI-BI(WRK-HAN-CNT).
           MOVE   PRO01-SHURYO-BI       TO
                  WRK-HAN-SHURYO-BI(WRK-HAN-CNT).
           MOVE   WRK-TSUSAN-NISSU      TO
                  WRK-HAN-SHURYO-NISSU(WRK-HAN-CNT).
       *>
           MOVE     PRO01-KAISHI-BI    TO   WRK-TSUSAN-HIZUKE.
           PERFORM  TSUSAN-NISSU-PROC.
           MOVE     WRK-TSUSAN-NISSU   TO
                    WRK-HAN-KAISHI-NISSU(WRK-HAN-CNT).
       *>
           COMPUTE  WRK-HAN-NISSU(WRK-HAN-CNT)   =
                    WRK-HAN-SHURYO-NISSU(WRK-HAN-CNT)
                  - WRK-HAN-KAISHI-NISSU(WRK-HAN-CNT)   +   1.
           COMPUTE  WRK-HAN-KIJUN-FROM(WRK-HAN-CNT)   =
                    WRK-HAN-KAISHI-NISSU(WRK-HAN-CNT)
                  - WRK-HAN-NISSU(WRK-HAN-CNT).
       *>
           COMPUTE  WRK-HAN-ATO-NISSU(WRK-HAN-CNT)   =
                    WRK-RUN-NISSU
                  - WRK-HAN-SHURYO-NISSU(WRK-HAN-CNT).
           IF   WRK-HAN-ATO-NISSU(WRK-HAN-CNT)   >
                WRK-ATO-SHUKAN   *   7   THEN
                COMPUTE  WRK-HAN-ATO-NISSU(WRK-HAN-CNT)   =
                         WRK-ATO-SHUKAN   *   7
           END-IF.
           COMPUTE  WRK-HAN-ATO-TO(WRK-HAN-CNT)   =
                    WRK-HAN-SHURYO-NISSU(WRK-HAN-CNT)
                  + WRK-HAN-ATO-NISSU(WRK-HAN-CNT).
       *>
           MOVE   ZERO   TO   WRK-HAN-KIJUN-SU(WRK-HAN-CNT).
           MOVE   ZERO   TO   WRK-HAN-HANSOKU-SU(WRK-HAN-CNT).
           MOVE   ZERO   TO   WRK-HAN-ATO-SU(WRK-HAN-CNT).
       *>
       HANSOKU-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ集計の制御（全明細の走査）
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-CONTROL-PROC        SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ARC01-ARCHIVE-FILE.
       *>
           PERFORM   ARCHIVE-READ-PROC.
           PERFORM   ARCHIVE-SHUKEI-PROC
                                 UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   ARC01-ARCHIVE-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       ARCHIVE-SHUKEI-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>アーカイブ明細１件分の集計（収録の最終日を記録する）
       *>----------------------------------------------------------------------------
       ARCHIVE-SHUKEI-PROC                SECTION.
       *>
           IF   ARC01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   ARCHIVE-SHUKEI-PROC-READ
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           IF   ARC01-HIDUKE   >   WRK-ARC-SAISHU-BI   THEN
                MOVE   ARC01-HIDUKE   TO   WRK-ARC-SAISHU-BI
           END-IF.
       *>
           MOVE   ARC01-SHOHIN-CODE   TO   WRK-MEISAI-SHOHIN-CODE.
           MOVE   ARC01-TYUMON-SU     TO   WRK-MEISAI-SU.
           MOVE   ARC01-HIDUKE        TO   WRK-TSUSAN-HIZUKE.
           PERFORM   MEISAI-BUNRUI-PROC.
       *>
       ARCHIVE-SHUKEI-PROC-READ.
       *>
           PERFORM   ARCHIVE-READ-PROC.
       *>
       ARCHIVE-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注ファイル集計の制御（アーカイブ未収録の日の明細）
       *>  受注ファイルが無い場合は集計しない
       *>----------------------------------------------------------------------------
       ZYUTYU-SHUKEI-CONTROL-PROC         SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   OT01-ZYUTYU-FILE.
       *>
           IF   OT-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   ZYUTYU-SHUKEI-CONTROL-EXIT
           END-IF.
       *>
           PERFORM   ZYUTYU-SHUKEI-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END   =   CST-END.
       *>
           CLOSE   OT01-ZYUTYU-FILE.
       *>
       ZYUTYU-SHUKEI-CONTROL-EXIT.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注明細１件分の集計
       *>  ヘッダ・トレーラと、アーカイブに収録済みの日の明細は除く
       *>----------------------------------------------------------------------------
       ZYUTYU-SHUKEI-PROC                 SECTION.
       *>
           READ   OT01-ZYUTYU-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   ZYUTYU-SHUKEI-PROC-EXIT
           END-READ.
       *>
           IF   OT01-HEADER-CODE    =   "HEADER"
           OR   OT01-TRAILER-CODE   =   "TRAILER"   THEN
                GO   TO   ZYUTYU-SHUKEI-PROC-EXIT
           END-IF.
       *>
           IF   OT01-HIDUKE   <=   WRK-ARC-SAISHU-BI   THEN
                GO   TO   ZYUTYU-SHUKEI-PROC-EXIT
           END-IF.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           MOVE   OT01-SHOHIN-CODE   TO   WRK-MEISAI-SHOHIN-CODE.
           MOVE   OT01-TYUMON-SU     TO   WRK-MEISAI-SU.
           MOVE   OT01-HIDUKE        TO   WRK-TSUSAN-HIZUKE.
           PERFORM   MEISAI-BUNRUI-PROC.
       *>
       ZYUTYU-SHUKEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受注明細の期間への振り分け（受注日を通算日数へ換算し、同じ商品の
       *>  全販促について基準期・販促期・販促後のいずれかへ数量を加算する）
       *>----------------------------------------------------------------------------
       MEISAI-BUNRUI-PROC                 SECTION.
       *>
           IF   WRK-HAN-CNT   =   ZERO   THEN
                GO   TO   MEISAI-BUNRUI-PROC-EXIT
           END-IF.
       *>
           PERFORM  TSUSAN-NISSU-PROC.
           MOVE     WRK-TSUSAN-NISSU   TO   WRK-MEISAI-NISSU.
       *>
           PERFORM   HAN-KIKAN-CHECK-PROC
                    VARYING   WRK-HAN-IDX   FROM   1   BY   1
                    UNTIL   WRK-HAN-IDX   >   WRK-HAN-CNT.
       *>
       MEISAI-BUNRUI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促１件分の期間判定と数量の加算
       *>----------------------------------------------------------------------------
       HAN-KIKAN-CHECK-PROC               SECTION.
       *>
           IF   WRK-HAN-SHOHIN-CODE(WRK-HAN-IDX)
                                   NOT =   WRK-MEISAI-SHOHIN-CODE
           OR   WRK-MEISAI-NISSU   <   WRK-HAN-KIJUN-FROM(WRK-HAN-IDX)
           OR   WRK-MEISAI-NISSU   >   WRK-HAN-ATO-TO(WRK-HAN-IDX)
           THEN
                GO   TO   HAN-KIKAN-CHECK-PROC-EXIT
           END-IF.
       *>
           IF   WRK-MEISAI-NISSU   <   WRK-HAN-KAISHI-NISSU(WRK-HAN-IDX)
           THEN
                ADD   WRK-MEISAI-SU   TO
                      WRK-HAN-KIJUN-SU(WRK-HAN-IDX)
           ELSE
                IF   WRK-MEISAI-NISSU   >
                     WRK-HAN-SHURYO-NISSU(WRK-HAN-IDX)   THEN
                     ADD   WRK-MEISAI-SU   TO
                           WRK-HAN-ATO-SU(WRK-HAN-IDX)
                ELSE
                     ADD   WRK-MEISAI-SU   TO
                           WRK-HAN-HANSOKU-SU(WRK-HAN-IDX)
                END-IF
           END-IF.
       *>
       HAN-KIKAN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>販促１件分の評価と分析明細（２行）の印刷
       *>----------------------------------------------------------------------------
       HAN-PRINT-PROC                     SECTION.
       *>
       *>  粗利の評価（値引損失・増分粗利・反動損失・差引効果）
           COMPUTE   WRK-ARARI-TANKA   =
                     WRK-HAN-TEIKA(WRK-HAN-IDX)
                   - WRK-HAN-GENKA(WRK-HAN-IDX).
           COMPUTE   WRK-NEBIKI   =
                     WRK-HAN-HANSOKU-SU(WRK-HAN-IDX)
                   * ( WRK-HAN-TEIKA(WRK-HAN-IDX)
                     - WRK-HAN-TOKKA(WRK-HAN-IDX) ).
           COMPUTE   WRK-ZOUBUN   =
                     ( WRK-HAN-HANSOKU-SU(WRK-HAN-IDX)
                     - WRK-HAN-KIJUN-SU(WRK-HAN-IDX) )
                   * WRK-ARARI-TANKA.
           COMPUTE   WRK-HANDO   ROUNDED   =
                     ( WRK-HAN-KIJUN-SU(WRK-HAN-IDX)
                     * WRK-HAN-ATO-NISSU(WRK-HAN-IDX)
                     / WRK-HAN-NISSU(WRK-HAN-IDX)
                     - WRK-HAN-ATO-SU(WRK-HAN-IDX) )
                   * WRK-ARARI-TANKA.
           IF   WRK-HANDO   <   ZERO   THEN
                MOVE   ZERO   TO   WRK-HANDO
           END-IF.
           COMPUTE   WRK-KOKA   =
                     WRK-ZOUBUN   -   WRK-NEBIKI   -   WRK-HANDO.
       *>
       *>  １行目（販促期の数量と基準期に対する伸び率）
           MOVE   WRK-HAN-SHOHIN-CODE(WRK-HAN-IDX)  TO
                  HD04-SHOHIN-CODE.
           MOVE   WRK-HAN-SHOHIN-MI(WRK-HAN-IDX)    TO  HD04-SHOHIN-MI.
           MOVE   WRK-HAN-KAISHI-BI(WRK-HAN-IDX)    TO  HD04-KAISHI-BI.
           MOVE   WRK-HAN-SHURYO-BI(WRK-HAN-IDX)    TO  HD04-SHURYO-BI.
           MOVE   WRK-HAN-NISSU(WRK-HAN-IDX)        TO  HD04-NISSU.
           MOVE   WRK-HAN-TOKKA(WRK-HAN-IDX)        TO  HD04-TOKKA.
           MOVE   WRK-HAN-TEIKA(WRK-HAN-IDX)        TO  HD04-TEIKA.
           MOVE   WRK-HAN-KIJUN-SU(WRK-HAN-IDX)     TO  HD04-KIJUN-SU.
           MOVE   WRK-HAN-HANSOKU-SU(WRK-HAN-IDX)   TO  HD04-HANSOKU-SU.
       *>
           IF   WRK-HAN-KIJUN-SU(WRK-HAN-IDX)   >   ZERO   THEN
                COMPUTE   WRK-NOBI-RITU   ROUNDED   =
                          ( WRK-HAN-HANSOKU-SU(WRK-HAN-IDX)
                          - WRK-HAN-KIJUN-SU(WRK-HAN-IDX) )   *   100
                          /   WRK-HAN-KIJUN-SU(WRK-HAN-IDX)
                MOVE   WRK-NOBI-RITU   TO   HD04-NOBI-RITU
                MOVE   "%"             TO   HD04-NOBI-PCT
           ELSE
                MOVE   SPACE           TO   HD04-NOBI-X
           END-IF.
       *>
           MOVE   SPACE          TO   PRT84-RECODE.
           WRITE  PRT84-RECODE   FROM   HD04-MEISAI-1.
       *>
       *>  ２行目（販促後の数量と基準期の日平均に対する比率、粗利の評価）
           MOVE   WRK-HAN-ATO-NISSU(WRK-HAN-IDX)    TO  HD05-ATO-NISSU.
           MOVE   WRK-HAN-ATO-SU(WRK-HAN-IDX)       TO  HD05-ATO-SU.
       *>
           IF   WRK-HAN-KIJUN-SU(WRK-HAN-IDX)    >   ZERO
           AND  WRK-HAN-ATO-NISSU(WRK-HAN-IDX)   >   ZERO   THEN
                COMPUTE   WRK-ATO-RITU   ROUNDED   =
                          WRK-HAN-ATO-SU(WRK-HAN-IDX)
                        * WRK-HAN-NISSU(WRK-HAN-IDX)   *   100
                        / ( WRK-HAN-KIJUN-SU(WRK-HAN-IDX)
                          * WRK-HAN-ATO-NISSU(WRK-HAN-IDX) )
                MOVE   WRK-ATO-RITU   TO   HD05-ATO-RITU
                MOVE   "%"            TO   HD05-ATO-PCT
           ELSE
                MOVE   SPACE          TO   HD05-ATO-X
           END-IF.
       *>
           MOVE   WRK-NEBIKI     TO   HD05-NEBIKI.
           MOVE   WRK-ZOUBUN     TO   HD05-ZOUBUN.
           MOVE   WRK-HANDO      TO   HD05-HANDO.
           MOVE   WRK-KOKA       TO   HD05-KOKA.
       *>
       *>  判定（差引効果がプラス→効果あり、反動損失を除けばプラス→
       *>  反動相殺、それ以外→効果なし）
           IF   WRK-KOKA   >   ZERO   THEN
                MOVE   "効果あり"   TO   HD05-HANTEI
                ADD    1            TO   WRK-ARI-COUNT
           ELSE
                IF   WRK-ZOUBUN   -   WRK-NEBIKI   >   ZERO   THEN
                     MOVE   "反動相殺"   TO   HD05-HANTEI
                     ADD    1            TO   WRK-SOUSAI-COUNT
                ELSE
                     MOVE   "効果なし"   TO   HD05-HANTEI
                     ADD    1            TO   WRK-NASHI-COUNT
                END-IF
           END-IF.
       *>
           MOVE   SPACE          TO   PRT84-RECODE.
           WRITE  PRT84-RECODE   FROM   HD05-MEISAI-2.
       *>
           ADD   WRK-NEBIKI   TO   WRK-GOKEI-NEBIKI.
           ADD   WRK-ZOUBUN   TO   WRK-GOKEI-ZOUBUN.
           ADD   WRK-HANDO    TO   WRK-GOKEI-HANDO.
           ADD   WRK-KOKA     TO   WRK-GOKEI-KOKA.
           ADD   1            TO   WRK-OUT-COUNT.
       *>
       HAN-PRINT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>合計の印刷
       *>----------------------------------------------------------------------------
       GOKEI-PRINT-PROC                   SECTION.
       *>
           MOVE   WRK-GOKEI-NEBIKI   TO   HD06-NEBIKI.
           MOVE   WRK-GOKEI-ZOUBUN   TO   HD06-ZOUBUN.
           MOVE   WRK-GOKEI-HANDO    TO   HD06-HANDO.
           MOVE   WRK-GOKEI-KOKA     TO   HD06-KOKA.
       *>
           MOVE   SPACE          TO   PRT84-RECODE.
           WRITE  PRT84-RECODE.
           MOVE   SPACE          TO   PRT84-RECODE.
           WRITE  PRT84-RECODE   FROM   HD06-GOKEI.
       *>
       GOKEI-PRINT-PROC-EXIT.
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
       *>通算日数の計算処理（WRK-TSUSAN-HIZUKEの西暦１年１月１日からの日数）
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
