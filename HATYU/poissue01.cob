       *>  下回らないよう切り上げ、納期は発注日に仕入先のリードタイム日数を
       *>  加えた日付とする。発注番号は制御ファイル（CTL03）で連番を採番し、
       *>  発注明細は入荷消込（GRN受入）で追跡できるよう発注残管理ファイル
       *>  （POR01）へ追記する。発注単価は仕入先別取扱商品ファイルの
       *>  仕入単価とし、発注残へ記録して請求書照合（APMATCH01）の
       *>  基準とする。仕入先の決まらない商品は発注せず
       *>  例外として発注書末尾へ印刷する。
       *>  TEST0001が書き出す直送発注要求ファイル（DSR01）の明細は、
       *>  仕入先から顧客へ直接出荷させる直送発注として受注単位に
       *>  発注書を分け、顧客の届け先を直送先として印刷する。直送発注は
       *>  顧客の注文数量どおりとし最低発注数量の切り上げは行わない。
       *>  発注残には直送先の受注番号を記録し、仕入先の出荷確認（DSCONF01）
       *>  で消し込む。仕入先の決まらない直送要求は要求ファイルへ書き戻し、
       *>  次回の発行へ繰り越す。
       *>  仕入先マスタで電子発注区分が"1"の仕入先の発注は、発注書の印刷に
       *>  加えて電子発注ファイル（EPO01）へ発注ヘッダ（PH）・直送先（PS）・
       *>  発注明細（PD）・発注トレーラ（PT・明細件数）を書き出し、発注残の
       *>  電子発注区分に記録する。仕入先からの回答はPOACK01で発注残へ
       *>  反映する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]直送発注要求ファイル（TEST0001が追記する。発注した要求は
       *>  消し込み、仕入先の決まらない要求のみ書き戻して繰り越す）
       *>----------------------------------------------------------------------------
       SELECT    DSR01-CHOKUSO-FILE   ASSIGN       TO   "DSR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS DSR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>仕入先順整列用のソート作業ファイル
       *>----------------------------------------------------------------------------
       SELECT    ST-HATYU-FILE        ASSIGN       TO   "ST".
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CTL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]電子発注ファイル（電子発注区分の仕入先への送信用）
       *>----------------------------------------------------------------------------
       SELECT    EPO01-DENSHI-HATYU   ASSIGN       TO   "EPO01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
            03   PO01-TEIAN-SU                PIC 9(005).
            03   PO01-JUYO-SU                 PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[入出力]直送発注要求ファイルのレイアウト定義（TEST0001と同一）
       *>----------------------------------------------------------------------------
       FD   DSR01-CHOKUSO-FILE.
       01   DSR01-RECODE.
            03   DSR01-ZYUTYU-BANGOU          PIC X(008).
            03   DSR01-SHOHIN-CODE            PIC X(006).
            03   DSR01-SHOHIN-MI              PIC X(020).
            03   DSR01-TYUMON-SU              PIC 9(005).
            03   DSR01-KOKYAKU-BANGOU         PIC 9(006).
            03   DSR01-KOKYAKU-MEI            PIC X(020).
            03   DSR01-KOKYAKU-ZYUSHO         PIC X(040).
            03   DSR01-YUBIN-BANGOU           PIC X(007).
            03   DSR01-TOUROKU-BI             PIC 9(008).
       *>----------------------------------------------------------------------------
       *>ソート作業ファイルのレイアウト定義（仕入先コードを先頭キーに再配置）
       *>  仕入先未登録フラグが"1"の明細は末尾へ集まり例外として印刷する
       *>  直送の明細は直送先の受注番号・届け先を持つ（在庫補充はスペース）
       *>----------------------------------------------------------------------------
       SD   ST-HATYU-FILE.
       01   ST-RECODE.
            03   ST-SHOHIN-CODE               PIC X(006).
            03   ST-SHOHIN-MI                 PIC X(020).
            03   ST-HATYU-SU                  PIC 9(005).
            03   ST-HATYU-TANKA               PIC 9(005).
            03   ST-ZYUTYU-BANGOU             PIC X(008).
            03   ST-KOKYAKU-BANGOU            PIC 9(006).
            03   ST-KOKYAKU-MEI               PIC X(020).
            03   ST-KOKYAKU-ZYUSHO            PIC X(040).
            03   ST-YUBIN-BANGOU              PIC X(007).
            03   ST-TOUROKU-BI                PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]仕入先マスタファイルのレイアウト定義
       *>----------------------------------------------------------------------------
            03   SUP01-LEAD-NISSU             PIC 9(003).
       *>   --最低発注数量（提案数量がこれを下回る場合は切り上げる）--
            03   SUP01-SAITEI-SU              PIC 9(005).
       *>   --振込先口座（全銀協の銀行・支店番号、預金種目 1＝普通・2＝当座、
       *>     口座名義は半角カナ。銀行番号ゼロは口座未登録）--
            03   SUP01-GINKO-CODE             PIC 9(004).
            03   SUP01-SHITEN-CODE            PIC 9(003).
            03   SUP01-YOKIN-SHUMOKU          PIC 9(001).
            03   SUP01-KOZA-BANGOU            PIC 9(007).
            03   SUP01-KOZA-MEIGI             PIC X(030).
       *>   --電子発注区分（"1"＝電子発注ファイルを送信する仕入先）--
            03   SUP01-DENSHI-KUBUN           PIC X(001).
       *>----------------------------------------------------------------------------
       *>[入力]仕入先別取扱商品ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       01   SUP02-RECODE.
            03   SUP02-SHOHIN-CODE            PIC X(006).
            03   SUP02-SHIIRE-CODE            PIC X(004).
       *>   --仕入単価（仕入先との取り決め単価。発注単価として用いる）--
            03   SUP02-SHIIRE-TANKA           PIC 9(005).
       *>----------------------------------------------------------------------------
       *>[出力]発注書のレイアウト定義
       *>----------------------------------------------------------------------------
            03   POR01-HATYU-BI               PIC 9(008).
            03   POR01-NOKI-BI                PIC 9(008).
            03   POR01-JOKYO-KUBUN            PIC X(001).
       *>   --発注単価（仕入先別取扱商品の仕入単価。請求書照合の基準）--
            03   POR01-HATYU-TANKA            PIC 9(005).
       *>   --直送先の受注番号（直送発注のみ。在庫補充の発注はスペース）--
            03   POR01-ZYUTYU-BANGOU          PIC X(008).
       *>   --電子発注区分（"1"＝電子発注ファイルで送信した発注）--
            03   POR01-DENSHI-KUBUN           PIC X(001).
       *>   --仕入先回答（POACK01が記録する。回答区分：Ａ＝受諾、
       *>     Ｃ＝数量削減、Ｒ＝拒否、スペース＝未回答）--
            03   POR01-KAITO-KUBUN            PIC X(001).
            03   POR01-KAKUTEI-SU             PIC 9(005).
            03   POR01-KAITO-BI               PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入出力]発注番号制御ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       01   CTL03-RECODE.
            03   CTL03-HATYU-BANGOU           PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]電子発注ファイルのレイアウト定義（レコード区分別の再定義）
       *>  （PH＝発注ヘッダ、PS＝直送先、PD＝発注明細、PT＝発注トレーラ）
       *>----------------------------------------------------------------------------
       FD   EPO01-DENSHI-HATYU.
       01   EPO01-RECODE.
            03   EPO01-RECORD-KUBUN           PIC X(002).
            03   EPO01-NAIYO                  PIC X(078).
       *>
       *>  発注ヘッダの再定義（仕入先・発注番号・発注日・納期）
       01   EPO01-PH-RECODE   REDEFINES   EPO01-RECODE.
            03   FILLER                       PIC X(002).
            03   EPO01-PH-SHIIRE-CODE         PIC X(004).
            03   EPO01-PH-HATYU-BANGOU        PIC 9(006).
            03   EPO01-PH-HATYU-BI            PIC 9(008).
            03   EPO01-PH-NOKI-BI             PIC 9(008).
            03   FILLER                       PIC X(052).
       *>
       *>  直送先の再定義（直送先の受注番号・顧客の届け先）
       01   EPO01-PS-RECODE   REDEFINES   EPO01-RECODE.
            03   FILLER                       PIC X(002).
            03   EPO01-PS-ZYUTYU-BANGOU       PIC X(008).
            03   EPO01-PS-KOKYAKU-MEI         PIC X(020).
            03   EPO01-PS-YUBIN-BANGOU        PIC X(007).
            03   EPO01-PS-KOKYAKU-ZYUSHO      PIC X(040).
            03   FILLER                       PIC X(003).
       *>
       *>  発注明細の再定義（商品・発注数量・発注単価）
       01   EPO01-PD-RECODE   REDEFINES   EPO01-RECODE.
            03   FILLER                       PIC X(002).
            03   EPO01-PD-HATYU-BANGOU        PIC 9(006).
            03   EPO01-PD-SHOHIN-CODE         PIC X(006).
            03   EPO01-PD-HATYU-SU            PIC 9(005).
            03   EPO01-PD-HATYU-TANKA         PIC 9(005).
            03   FILLER                       PIC X(056).
       *>
       *>  発注トレーラの再定義（明細件数の管理カウント）
       01   EPO01-PT-RECODE   REDEFINES   EPO01-RECODE.
            03   FILLER                       PIC X(002).
            03   EPO01-PT-HATYU-BANGOU        PIC 9(006).
            03   EPO01-PT-MEISAI-KENSU        PIC 9(006).
            03   FILLER                       PIC X(066).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
            03   WRK-SHIIRE-SU-TOTAL          PIC 9(007).
            *>--最低発注数量適用後の発注数量--
            03   WRK-HATYU-SU                 PIC 9(005).
            *>--直送発注明細件数・繰り越した直送要求件数--
            03   WRK-CHOKUSO-COUNT            PIC 9(006).
            03   WRK-KURIKOSHI-COUNT          PIC 9(006).
            *>--電子発注した発注書数・発行中の発注書の電子発注明細件数--
            03   WRK-DENSHI-COUNT             PIC 9(006).
            03   WRK-DENSHI-MEISAI-CNT        PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   SUP-FILE-STATUS                   PIC XX.
       01   SPX-FILE-STATUS                   PIC XX.
       01   POR-FILE-STATUS                   PIC XX.
       01   CTL-FILE-STATUS                   PIC XX.
       01   DSR-FILE-STATUS                   PIC XX.
       *>
       *>--前レコードの集計キー（仕入先コード・未登録フラグ・直送先の
       *>  受注番号）保存用--
       01   KEY-SHIIRE-CODE                   PIC X(004).
       01   KEY-FUMEI-FLG                     PIC X(001).
       01   KEY-ZYUTYU-BANGOU                 PIC X(008).
       *>
       *>--発行中の発注書の仕入先の電子発注区分--
       01   KEY-DENSHI-KUBUN                  PIC X(001).
            88   KEY-DENSHI-HATYU             VALUE "1".
       *>
       *>--今回発行する発注番号（前回発注番号＋１から採番）--
       01   WRK-HATYU-BANGOU                  PIC 9(006).
                 05   WRK-SHIIRE-MEI              PIC X(020).
                 05   WRK-SHIIRE-LEAD             PIC 9(003).
                 05   WRK-SHIIRE-SAITEI           PIC 9(005).
                 05   WRK-SHIIRE-DENSHI           PIC X(001).
       01   WRK-SHIIRE-CNT                    PIC 9(003).
       01   WRK-SHIIRE-IDX                    PIC 9(003).
       01   WRK-SHIIRE-HIT-IDX                PIC 9(003).
            03   WRK-TORI-ENT                     OCCURS 9999.
                 05   WRK-TORI-SHOHIN-CODE        PIC X(006).
                 05   WRK-TORI-SHIIRE-CODE        PIC X(004).
                 05   WRK-TORI-SHIIRE-TANKA       PIC 9(005).
       01   WRK-TORI-CNT                      PIC 9(004).
       01   WRK-TORI-IDX                      PIC 9(004).
       01   WRK-TORI-MITUKE-SW                PIC X(001).
            88   WRK-TORI-MITUKE              VALUE "Y".
       01   WRK-TORI-HIT-SHIIRE               PIC X(004).
       01   WRK-TORI-HIT-TANKA                PIC 9(005).
       *>
       *>--納期計算用の作業領域（発注日にリードタイム暦日数を加える）--
       01   WRK-NOKI-AREA.
            03   FILLER                       PIC X(012)
                                 VALUE "　数量：".
            03   HD03-HATYU-SU                PIC ZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　単価：".
            03   HD03-HATYU-TANKA             PIC ZZ,ZZ9.
       *>
       01   HD04-GOUKEI-LINE.
            03   FILLER                       PIC X(021)
                                 VALUE "発注数量合計：".
            03   HD04-SU-TOTAL                PIC Z,ZZZ,ZZ9.
       *>
       *>--直送発注の直送先（顧客の届け先）--
       01   HD06-CHOKUSO-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "直送先：".
            03   HD06-KOKYAKU-MEI             PIC X(020).
            03   FILLER                       PIC X(006)
                                 VALUE "　〒".
            03   HD06-YUBIN-BANGOU            PIC X(007).
            03   FILLER                       PIC X(018)
                                 VALUE "　受注番号：".
            03   HD06-ZYUTYU-BANGOU           PIC X(008).
       *>
       01   HD07-ZYUSHO-LINE.
            03   FILLER                       PIC X(012)
                                 VALUE "　住所：".
            03   HD07-KOKYAKU-ZYUSHO          PIC X(040).
       *>
       *>--仕入先未登録分の区切り見出し--
       01   HD05-FUMEI-MIDASHI.
            03   FILLER                       PIC X(042)
                    VALUE "仕入先未登録件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(033)
                    VALUE "直送発注明細件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(033)
                    VALUE "直送要求繰越件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS7-MESSAGE-AREA.
            03   FILLER                       PIC X(033)
                    VALUE "電子発注送信件数：".
            03   MSG7-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
       *>
           PERFORM   INIT-PROC.
       *>
       *>  発注提案・直送発注要求を仕入先コード順（未登録分は末尾）に
       *>  整列し、仕入先ごと（直送は仕入先×受注ごと）の発注書を発行する
           SORT   ST-HATYU-FILE
                  ON   ASCENDING   KEY   ST-FUMEI-FLG
                  ON   ASCENDING   KEY   ST-SHIIRE-CODE
                  ON   ASCENDING   KEY   ST-ZYUTYU-BANGOU
                  ON   ASCENDING   KEY   ST-SHOHIN-CODE
               INPUT   PROCEDURE   RELEASE-CONTROL-PROC
               OUTPUT  PROCEDURE   RETURN-CONTROL-PROC.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-FUMEI-COUNT.
           MOVE   ZERO    TO   WRK-HATYU-SHO-COUNT.
           MOVE   ZERO    TO   WRK-CHOKUSO-COUNT.
           MOVE   ZERO    TO   WRK-KURIKOSHI-COUNT.
           MOVE   ZERO    TO   WRK-DENSHI-COUNT.
           MOVE   ZERO    TO   WRK-DENSHI-MEISAI-CNT.
           MOVE   SPACE   TO   KEY-DENSHI-KUBUN.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
       *>  仕入先別取扱商品ファイルの一括読み込み
           PERFORM   TORIATSUKAI-LOAD-PROC.
       *>
       *>  発注書・電子発注ファイルのオープン
           OPEN   OUTPUT   PRT01-HATYU-SHO
                           EPO01-DENSHI-HATYU.
       *>
       *>  発注残管理ファイルは追記モードでオープン
       *>  （初回実行でファイルが無い場合は新規作成）
       *>
       *>  ファイルのクローズ
           CLOSE   PRT01-HATYU-SHO
                   POR01-HATYU-ZAN
                   EPO01-DENSHI-HATYU.
       *>
       *>  今回発注番号の保存（次回実行へ引き継ぐ）
           PERFORM   HATYU-BANGOU-SAVE-PROC.
           MOVE   WRK-HATYU-SHO-COUNT   TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT         TO   MSG3-COUNT.
           MOVE   WRK-FUMEI-COUNT       TO   MSG4-COUNT.
           MOVE   WRK-CHOKUSO-COUNT     TO   MSG5-COUNT.
           MOVE   WRK-KURIKOSHI-COUNT   TO   MSG6-COUNT.
           MOVE   WRK-DENSHI-COUNT      TO   MSG7-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS5-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS6-MESSAGE-AREA   UPON   CONSOLE.
           DISPLAY   MS7-MESSAGE-AREA   UPON   CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート前主処理（発注提案・直送発注要求の読み込みと整列用ファイル
       *>  への書き込み）
       *>----------------------------------------------------------------------------
       RELEASE-CONTROL-PROC              SECTION.
       *>
       *>
           CLOSE   PO01-HATYU-TEIAN.
       *>
       *>  直送発注要求ファイルの読み込み（要求が無い場合は直送発注なし）
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   DSR01-CHOKUSO-FILE.
       *>
           IF   DSR-FILE-STATUS   =   "00"   THEN
                PERFORM   CHOKUSO-RELEASE-MAIN-PROC
                                     UNTIL   WRK-AT-END = CST-END
                CLOSE   DSR01-CHOKUSO-FILE
           END-IF.
       *>
       RELEASE-CONTROL-PROC-EXIT.
       *>
           EXIT.
                                             TO   WRK-HATYU-SU
                END-IF
                MOVE   WRK-HATYU-SU          TO   ST-HATYU-SU
                MOVE   WRK-TORI-HIT-TANKA    TO   ST-HATYU-TANKA
           ELSE
                MOVE   "1"                   TO   ST-FUMEI-FLG
                MOVE   SPACE                 TO   ST-SHIIRE-CODE
                MOVE   PO01-TEIAN-SU         TO   ST-HATYU-SU
                MOVE   ZERO                  TO   ST-HATYU-TANKA
           END-IF.
       *>
           RELEASE   ST-RECODE.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>直送発注要求の読み込みと整列用ファイルへの書き込み（１件分）
       *>----------------------------------------------------------------------------
       CHOKUSO-RELEASE-MAIN-PROC         SECTION.
       *>
           READ   DSR01-CHOKUSO-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
       *>
            NOT   AT   END
                  PERFORM   CHOKUSO-RELEASE-PROC
       *>
           END-READ.
       *>
       CHOKUSO-RELEASE-MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>直送明細の整列用レコードの編集・書き込み処理（仕入先の引き当てを含む）
       *>  直送は顧客の注文数量どおりに発注する（最低発注数量は適用しない）
       *>----------------------------------------------------------------------------
       CHOKUSO-RELEASE-PROC              SECTION.
       *>
           MOVE   SPACE                  TO   ST-RECODE.
           MOVE   DSR01-SHOHIN-CODE      TO   ST-SHOHIN-CODE.
           MOVE   DSR01-SHOHIN-MI        TO   ST-SHOHIN-MI.
           MOVE   DSR01-TYUMON-SU        TO   ST-HATYU-SU.
           MOVE   DSR01-ZYUTYU-BANGOU    TO   ST-ZYUTYU-BANGOU.
           MOVE   DSR01-KOKYAKU-BANGOU   TO   ST-KOKYAKU-BANGOU.
           MOVE   DSR01-KOKYAKU-MEI      TO   ST-KOKYAKU-MEI.
           MOVE   DSR01-KOKYAKU-ZYUSHO   TO   ST-KOKYAKU-ZYUSHO.
           MOVE   DSR01-YUBIN-BANGOU     TO   ST-YUBIN-BANGOU.
           MOVE   DSR01-TOUROKU-BI       TO   ST-TOUROKU-BI.
       *>
       *>  仕入先の引き当て（取扱商品テーブルの線形検索）
           PERFORM   TORIATSUKAI-SANSHO-PROC.
       *>
           IF   WRK-TORI-MITUKE   THEN
                MOVE   "0"                   TO   ST-FUMEI-FLG
                MOVE   WRK-TORI-HIT-SHIIRE   TO   ST-SHIIRE-CODE
                MOVE   WRK-TORI-HIT-TANKA    TO   ST-HATYU-TANKA
           ELSE
                MOVE   "1"                   TO   ST-FUMEI-FLG
                MOVE   SPACE                 TO   ST-SHIIRE-CODE
                MOVE   ZERO                  TO   ST-HATYU-TANKA
           END-IF.
       *>
           RELEASE   ST-RECODE.
       *>
       CHOKUSO-RELEASE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後主処理（仕入先ごとの発注書発行制御）
       *>----------------------------------------------------------------------------
       RETURN-CONTROL-PROC               SECTION.
           MOVE   SPACE   TO   WRK-AT-END.
           MOVE   ZERO    TO   WRK-SHIIRE-SU-TOTAL.
       *>
       *>  直送発注要求ファイルは繰り越す要求のみで作り直す
           OPEN   OUTPUT   DSR01-CHOKUSO-FILE.
       *>
       *>  データの読み込み（先読み）
           PERFORM   FILE-RETURN-PROC.
       *>
           IF   WRK-AT-END   NOT =   CST-END   THEN
                MOVE   ST-SHIIRE-CODE   TO   KEY-SHIIRE-CODE
                MOVE   ST-FUMEI-FLG     TO   KEY-FUMEI-FLG
                MOVE   ST-ZYUTYU-BANGOU TO   KEY-ZYUTYU-BANGOU
                PERFORM   HATYU-SHO-MIDASHI-PROC
       *>
                PERFORM   HATYU-MAIN-PROC
                     PERFORM   HATYU-GOUKEI-WRITE-PROC
                END-IF
           END-IF.
       *>
           CLOSE   DSR01-CHOKUSO-FILE.
       *>
       RETURN-CONTROL-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ソート後発注明細の編集（仕入先の変わり目で合計・見出しを印刷する。
       *>  直送は仕入先が同じでも直送先の受注ごとに発注書を分ける）
       *>----------------------------------------------------------------------------
       HATYU-MAIN-PROC                   SECTION.
       *>
           IF   ST-SHIIRE-CODE   NOT =   KEY-SHIIRE-CODE
           OR   ST-FUMEI-FLG     NOT =   KEY-FUMEI-FLG
           OR ( ST-FUMEI-FLG     NOT =   "1"
           AND  ST-ZYUTYU-BANGOU NOT =   KEY-ZYUTYU-BANGOU )   THEN
       *>
       *>      前仕入先の合計行の印刷（未登録分には合計を印刷しない）
                IF   KEY-FUMEI-FLG   NOT =   "1"   THEN
       *>
                MOVE   ST-SHIIRE-CODE   TO   KEY-SHIIRE-CODE
                MOVE   ST-FUMEI-FLG     TO   KEY-FUMEI-FLG
                MOVE   ST-ZYUTYU-BANGOU TO   KEY-ZYUTYU-BANGOU
                PERFORM   HATYU-SHO-MIDASHI-PROC
           END-IF.
       *>
       HATYU-SHO-MIDASHI-PROC            SECTION.
       *>
           MOVE   ZERO   TO   WRK-SHIIRE-SU-TOTAL.
       *>
           MOVE   SPACE   TO   KEY-DENSHI-KUBUN.
           MOVE   ZERO    TO   WRK-DENSHI-MEISAI-CNT.
       *>
           IF   KEY-FUMEI-FLG   =   "1"   THEN
                MOVE   SPACE          TO   PRT01-RECODE
                       HD02-SHIIRE-MEI
                MOVE   WRK-SHIIRE-LEAD(WRK-SHIIRE-HIT-IDX)  TO
                       WRK-NOKI-ZAN-NISSU
                MOVE   WRK-SHIIRE-DENSHI(WRK-SHIIRE-HIT-IDX)   TO
                       KEY-DENSHI-KUBUN
           ELSE
                MOVE   SPACE   TO   HD02-SHIIRE-MEI
                MOVE   ZERO    TO   WRK-NOKI-ZAN-NISSU
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD02-SHIIRE-LINE.
       *>
       *>  直送発注は直送先（顧客の届け先）を印刷する
           IF   KEY-ZYUTYU-BANGOU   NOT =   SPACE   THEN
                MOVE   ST-KOKYAKU-MEI      TO   HD06-KOKYAKU-MEI
                MOVE   ST-YUBIN-BANGOU     TO   HD06-YUBIN-BANGOU
                MOVE   ST-ZYUTYU-BANGOU    TO   HD06-ZYUTYU-BANGOU
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HD06-CHOKUSO-LINE
                MOVE   ST-KOKYAKU-ZYUSHO   TO   HD07-KOKYAKU-ZYUSHO
                MOVE   SPACE          TO   PRT01-RECODE
                WRITE  PRT01-RECODE   FROM   HD07-ZYUSHO-LINE
           END-IF.
       *>
       *>  電子発注の仕入先は発注ヘッダ（直送は直送先も）を書き出す
           IF   KEY-DENSHI-HATYU   THEN
                PERFORM   DENSHI-HEADER-WRITE-PROC
           END-IF.
       *>
       HATYU-SHO-MIDASHI-PROC-EXIT.
       *>
           EXIT.
           MOVE   ST-SHOHIN-CODE   TO   HD03-SHOHIN-CODE.
           MOVE   ST-SHOHIN-MI     TO   HD03-SHOHIN-MI.
           MOVE   ST-HATYU-SU      TO   HD03-HATYU-SU.
           MOVE   ST-HATYU-TANKA   TO   HD03-HATYU-TANKA.
       *>
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE   FROM   HD03-MEISAI-LINE.
       *>
       *>  仕入先未登録分は発注残へは登録しない（発注されないため）
       *>  直送要求は次回の発行へ繰り越すため要求ファイルへ書き戻す
           IF   KEY-FUMEI-FLG   =   "1"   THEN
                ADD   1   TO   WRK-FUMEI-COUNT
                IF   ST-ZYUTYU-BANGOU   NOT =   SPACE   THEN
                     PERFORM   CHOKUSO-KURIKOSHI-PROC
                END-IF
                GO   TO   MEISAI-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   WRK-RUN-DATE       TO   POR01-HATYU-BI.
           MOVE   WRK-NOKI-BI        TO   POR01-NOKI-BI.
           MOVE   "O"                TO   POR01-JOKYO-KUBUN.
           MOVE   ST-HATYU-TANKA     TO   POR01-HATYU-TANKA.
           MOVE   ST-ZYUTYU-BANGOU   TO   POR01-ZYUTYU-BANGOU.
           MOVE   KEY-DENSHI-KUBUN   TO   POR01-DENSHI-KUBUN.
           MOVE   SPACE              TO   POR01-KAITO-KUBUN.
           MOVE   ZERO               TO   POR01-KAKUTEI-SU.
           MOVE   ZERO               TO   POR01-KAITO-BI.
           WRITE  POR01-RECODE.
       *>
       *>  電子発注の仕入先は発注明細を書き出す
           IF   KEY-DENSHI-HATYU   THEN
                MOVE   SPACE              TO   EPO01-RECODE
                MOVE   "PD"               TO   EPO01-RECORD-KUBUN
                MOVE   WRK-HATYU-BANGOU   TO   EPO01-PD-HATYU-BANGOU
                MOVE   ST-SHOHIN-CODE     TO   EPO01-PD-SHOHIN-CODE
                MOVE   ST-HATYU-SU        TO   EPO01-PD-HATYU-SU
                MOVE   ST-HATYU-TANKA     TO   EPO01-PD-HATYU-TANKA
                WRITE  EPO01-RECODE
                ADD    1                  TO   WRK-DENSHI-MEISAI-CNT
           END-IF.
       *>
           ADD    1                  TO   WRK-OUT-COUNT.
           ADD    ST-HATYU-SU        TO   WRK-SHIIRE-SU-TOTAL.
           IF   ST-ZYUTYU-BANGOU   NOT =   SPACE   THEN
                ADD   1   TO   WRK-CHOKUSO-COUNT
           END-IF.
       *>
       MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>電子発注ファイルの発注ヘッダ・直送先の書き出し（発注書１件分）
       *>----------------------------------------------------------------------------
       DENSHI-HEADER-WRITE-PROC          SECTION.
       *>
           ADD    1                   TO   WRK-DENSHI-COUNT.
       *>
           MOVE   SPACE               TO   EPO01-RECODE.
           MOVE   "PH"                TO   EPO01-RECORD-KUBUN.
           MOVE   KEY-SHIIRE-CODE     TO   EPO01-PH-SHIIRE-CODE.
           MOVE   WRK-HATYU-BANGOU    TO   EPO01-PH-HATYU-BANGOU.
           MOVE   WRK-RUN-DATE        TO   EPO01-PH-HATYU-BI.
           MOVE   WRK-NOKI-BI         TO   EPO01-PH-NOKI-BI.
           WRITE  EPO01-RECODE.
       *>
           IF   KEY-ZYUTYU-BANGOU   NOT =   SPACE   THEN
                MOVE   SPACE               TO   EPO01-RECODE
                MOVE   "PS"                TO   EPO01-RECORD-KUBUN
                MOVE   ST-ZYUTYU-BANGOU    TO   EPO01-PS-ZYUTYU-BANGOU
                MOVE   ST-KOKYAKU-MEI      TO   EPO01-PS-KOKYAKU-MEI
                MOVE   ST-YUBIN-BANGOU     TO   EPO01-PS-YUBIN-BANGOU
                MOVE   ST-KOKYAKU-ZYUSHO   TO
                       EPO01-PS-KOKYAKU-ZYUSHO
                WRITE  EPO01-RECODE
           END-IF.
       *>
       DENSHI-HEADER-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先の決まらない直送要求の書き戻し（次回の発行へ繰り越す）
       *>----------------------------------------------------------------------------
       CHOKUSO-KURIKOSHI-PROC            SECTION.
       *>
           MOVE   SPACE                  TO   DSR01-RECODE.
           MOVE   ST-ZYUTYU-BANGOU       TO   DSR01-ZYUTYU-BANGOU.
           MOVE   ST-SHOHIN-CODE         TO   DSR01-SHOHIN-CODE.
           MOVE   ST-SHOHIN-MI           TO   DSR01-SHOHIN-MI.
           MOVE   ST-HATYU-SU            TO   DSR01-TYUMON-SU.
           MOVE   ST-KOKYAKU-BANGOU      TO   DSR01-KOKYAKU-BANGOU.
           MOVE   ST-KOKYAKU-MEI         TO   DSR01-KOKYAKU-MEI.
           MOVE   ST-KOKYAKU-ZYUSHO      TO   DSR01-KOKYAKU-ZYUSHO.
           MOVE   ST-YUBIN-BANGOU        TO   DSR01-YUBIN-BANGOU.
           MOVE   ST-TOUROKU-BI          TO   DSR01-TOUROKU-BI.
       *>
           WRITE  DSR01-RECODE.
       *>
           ADD    1                      TO   WRK-KURIKOSHI-COUNT.
       *>
       CHOKUSO-KURIKOSHI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>仕入先ごとの発注数量合計行の印刷処理
       *>----------------------------------------------------------------------------
       HATYU-GOUKEI-WRITE-PROC           SECTION.
           MOVE   SPACE          TO   PRT01-RECODE.
           WRITE  PRT01-RECODE.
       *>
       *>  電子発注は発注トレーラ（明細件数）で発注を閉じる
           IF   KEY-DENSHI-HATYU   THEN
                MOVE   SPACE                   TO   EPO01-RECODE
                MOVE   "PT"                    TO   EPO01-RECORD-KUBUN
                MOVE   WRK-HATYU-BANGOU        TO
                       EPO01-PT-HATYU-BANGOU
                MOVE   WRK-DENSHI-MEISAI-CNT   TO
                       EPO01-PT-MEISAI-KENSU
                WRITE  EPO01-RECODE
           END-IF.
       *>
       HATYU-GOUKEI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>
           MOVE   SPACE   TO   WRK-TORI-MITUKE-SW.
           MOVE   SPACE   TO   WRK-TORI-HIT-SHIIRE.
           MOVE   ZERO    TO   WRK-TORI-HIT-TANKA.
           MOVE   ZERO    TO   WRK-TORI-IDX.
       *>
           PERFORM   TORIATSUKAI-TBL-CHECK-PROC
       TORIATSUKAI-TBL-CHECK-PROC        SECTION.
       *>
           IF   WRK-TORI-SHOHIN-CODE(WRK-TORI-IDX)
                                   =   ST-SHOHIN-CODE     THEN
                MOVE   "Y"   TO   WRK-TORI-MITUKE-SW
                MOVE   WRK-TORI-SHIIRE-CODE(WRK-TORI-IDX)   TO
                       WRK-TORI-HIT-SHIIRE
                MOVE   WRK-TORI-SHIIRE-TANKA(WRK-TORI-IDX)  TO
                       WRK-TORI-HIT-TANKA
           END-IF.
       *>
       TORIATSUKAI-TBL-CHECK-PROC-EXIT.
                              WRK-SHIIRE-LEAD(WRK-SHIIRE-CNT)
                          MOVE   SUP01-SAITEI-SU     TO
                              WRK-SHIIRE-SAITEI(WRK-SHIIRE-CNT)
                          MOVE   SUP01-DENSHI-KUBUN  TO
                              WRK-SHIIRE-DENSHI(WRK-SHIIRE-CNT)
                     END-IF
           END-READ.
       *>
                              WRK-TORI-SHOHIN-CODE(WRK-TORI-CNT)
                          MOVE   SUP02-SHIIRE-CODE   TO
                              WRK-TORI-SHIIRE-CODE(WRK-TORI-CNT)
                          MOVE   SUP02-SHIIRE-TANKA  TO
                              WRK-TORI-SHIIRE-TANKA(WRK-TORI-CNT)
                     END-IF
           END-READ.
       *>
