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
       *>[入出力]順位繰越ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       01   KMS-FILE-STATUS                   PIC XX.
       01   KRC-FILE-STATUS                   PIC XX.
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "CRANK01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-AUD-IN-COUNT                  PIC 9(006) VALUE ZERO.
       01   WRK-AUD-ERR-COUNT                 PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>--実行日の取得領域--
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H   REDEFINES   WRK-RUN-DATE.
           MOVE   ZERO    TO   WRK-JUNI.
           MOVE   ZERO    TO   WRK-SOKEI-KINGAKU.
       *>
       *>  開始時刻・実行日の取得と対象年月の決定（引数省略時は実行日の年月）
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
           ACCEPT   WRK-RUN-DATE     FROM   DATE   YYYYMMDD.
           ACCEPT   WRK-PARAM-AREA   FROM   COMMAND-LINE.
       *>
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                                          WRK-AUD-RUN-ID
                                          WRK-AUD-IN-COUNT
                                          WRK-RANK-COUNT
                                          WRK-AUD-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
