       *>----------------------------------------------------------------------------
       *>売掛金年齢表（エイジング）作成処理
       *>  売掛オープン明細台帳（ARO01・CASHAPP01が書き出す）を読み、
       *>  顧客別に未回収残高を経過日数の区分（３０日以内／３０日超／６０日超／
       *>  ９０日超）へ振り分けた年齢表を印刷する。経過日数は支払期日
       *>  （顧客の締日・回収サイトからSTMT01が算出）と実行日の通算日数の差で
       *>  求める（RESUBMIT01の滞留日数と同じ方式）。期日前の明細は経過日数
       *>  ゼロ、支払期日の無い明細は請求月の初日を起点とする。
       *>  顧客名・与信限度額は顧客マスタ（KMS01）より引き当て、
       *>  末尾に区分別の総合計を印刷する。与信デスクが保留ファイル
       *>  （HLD01）を審査する際の延滞資料として用いる。
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
       *>顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
       *>----------------------------------------------------------------------------
            03   KMS01-SORYO-MENJO-GAKU        PIC 9(007).
       *>   --統合先顧客番号（ゼロ以外は統合済みの重複顧客）--
            03   KMS01-TOGO-SAKI               PIC 9(006).
       *>   --締日・回収サイト（締日・回収日の００と３１以上は月末。
       *>     回収月は締月からの月数で、０＝当月・１＝翌月・２＝翌々月）--
            03   KMS01-SHIME-BI                PIC 9(002).
            03   KMS01-KAISHU-TSUKI            PIC 9(001).
            03   KMS01-KAISHU-BI               PIC 9(002).
       *>   --請求先顧客番号（本部一括請求の店舗は本部の顧客番号。
       *>     ゼロは自社へ請求）--
            03   KMS01-SEIKYU-SAKI             PIC 9(006).
       *>   --口座振替の引落口座（銀行コード・支店コード・預金種目（１＝普通・
       *>     ２＝当座）・口座番号・口座名義（半角カナ）。銀行コードゼロは
       *>     口座振替未登録）--
            03   KMS01-GINKO-CODE              PIC 9(004).
            03   KMS01-SHITEN-CODE             PIC 9(003).
            03   KMS01-YOKIN-SHUMOKU           PIC 9(001).
            03   KMS01-KOZA-BANGOU             PIC 9(007).
            03   KMS01-KOZA-MEIGI              PIC X(030).
       *>   --請求通貨（ISO通貨コード。空白・JPYは円建て。外貨建ての顧客は
       *>     為替レートマスタ（KWR01）のレートで請求額を外貨換算する）--
            03   KMS01-TSUKA-CODE              PIC X(003).
       *>   --Ｗｅｂ照会区分（"1"＝Ｗｅｂポータルで受注状況を照会する顧客。
       *>     ORDWEB01が夜間に受注状況連携ファイルを作成する）--
            03   KMS01-WEB-KUBUN               PIC X(001).
       *>----------------------------------------------------------------------------
       *>[出力]売掛金年齢表のレイアウト定義
       *>----------------------------------------------------------------------------
            03   WRK-RUN-TSUZAN               PIC 9(008).
            03   WRK-KEIKA-NISSU              PIC S9(005).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "AGING01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   HD02-YOSHIN-GENDO            PIC ZZZ,ZZZ,ZZ9.
       *>
       01   HD03-ZANDAKA-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "　３０以内".
            03   HD03-ZAN-1                   PIC -Z,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　３０超".
                     VALUE "＜区分別総合計＞".
       *>
       01   HD05-SOUKEI-LINE.
            03   FILLER                       PIC X(015)
                                 VALUE "　３０以内".
            03   HD05-ZAN-1                   PIC -ZZ,ZZZ,ZZZ,ZZ9.
            03   FILLER                       PIC X(012)
                                 VALUE "　３０超".
           MOVE   ZERO       TO   WRK-SOUKEI-ZAN(3).
           MOVE   ZERO       TO   WRK-SOUKEI-ZAN(4).
       *>
       *>  開始時刻・実行日の取得と通算日数への換算
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           MOVE     ZERO           TO     WRK-RUN-TSUZAN.
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
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
       *>
           IF   WRK-MIKAISHU-ZAN   >   ZERO   THEN
       *>
       *>      経過日数の計算（支払期日を起点とする。期日の無い明細は
       *>      請求月の初日を起点とする）
                IF   ARO01-SHIHARAI-KIJITSU   =   ZERO   THEN
                     MOVE   ARO01-SEIKYU-NENGETU   TO
                            WRK-KEISAN-HIZUKE(1:6)
                     MOVE   "01"                   TO
                            WRK-KEISAN-HIZUKE(7:2)
                ELSE
                     MOVE   ARO01-SHIHARAI-KIJITSU TO
                            WRK-KEISAN-HIZUKE
                END-IF
                PERFORM   TSUZAN-NISSU-CALC-PROC
                COMPUTE   WRK-KEIKA-NISSU   =
                          WRK-RUN-TSUZAN   -   WRK-TSUZAN-NISSU
                     MOVE   ZERO   TO   WRK-KEIKA-NISSU
                END-IF
       *>
       *>      経過日数区分の判定（３０日以内／３０日超／６０日超／９０日超）
                IF   WRK-KEIKA-NISSU   <=   30   THEN
                     MOVE   1   TO   WRK-KUBUN-NO
                ELSE   IF   WRK-KEIKA-NISSU   <=   60   THEN
