       *>  入金額だけ減算するとともに、請求月別の売掛オープン明細台帳を
       *>  消し込む。台帳は前回実行の出力（ARI01）に当月の請求サマリ
       *>  （STM01・STMT01が書き出す）を新規計上として取り込み、入金を
       *>  支払期日の古い順（期日の無い明細は請求月の初日を期日とみなす）に
       *>  充当したうえで、未回収残のある明細のみを
       *>  更新後台帳（ARO01）へ書き出す。
       *>  顧客マスタに該当の無い入金（不明入金）と、オープン明細・買掛残高を
       *>  超える入金（過入金）は消し込まず未消込レポートへ印刷する。
       *>  本部一括請求の本部からの入金は、請求先を同じくする店舗の
       *>  オープン明細も含めて支払期日の古い順に充当し、店舗の明細へ
       *>  充当した額はその店舗の買掛残高から減算する。
       *>  口座振替で回収した請求は、振替結果処理（DDRES01）が請求の顧客
       *>  番号で銀行入金ファイルへ追加し、通常の入金と同様に消し込む。
       *>  外貨入金（入金通貨・外貨入金額のある入金）は同じ通貨の外貨建て
       *>  明細にのみ外貨額で充当し、明細の請求時レートによる帳簿円額と
       *>  入金の円着金額との差を為替差損益ファイル（KSS01）へ追記する。
       *>  円の入金を外貨建て明細へ充当した場合は請求時レートで外貨入金額を
       *>  減算する（為替差損益は生じない）。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    PRT01-MISHOKOMI-RPT  ASSIGN       TO   "PRT23.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]為替差損益ファイル（外貨入金の充当ごとの差損益。追記）
       *>----------------------------------------------------------------------------
       SELECT    KSS01-SAEKI-FILE     ASSIGN       TO   "KSS01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS KSS-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
            03   DEP01-NYUKIN-BI              PIC 9(008).
            03   DEP01-KOKYAKU-BANGOU         PIC 9(006).
            03   DEP01-NYUKIN-GAKU            PIC 9(009).
       *>   --外貨入金の入金通貨と外貨入金額（円入金は空白・ゼロ。
       *>     円の入金額は銀行の円換算後の着金額）--
            03   DEP01-TSUKA-CODE             PIC X(003).
            03   DEP01-GAIKA-GAKU             PIC 9(009)V99.
       *>----------------------------------------------------------------------------
       *>[入力]売掛オープン明細台帳のレイアウト定義
       *>----------------------------------------------------------------------------
            03   ARI01-SEIKYU-NENGETU         PIC 9(006).
            03   ARI01-SEIKYU-GAKU            PIC S9(010).
            03   ARI01-NYUKIN-GAKU            PIC S9(010).
       *>   --支払期日（顧客の回収サイトから算出）--
            03   ARI01-SHIHARAI-KIJITSU       PIC 9(008).
       *>   --外貨建て請求の請求通貨・請求時レート・外貨請求額と外貨入金額
       *>     （円建ては空白・ゼロ）--
            03   ARI01-TSUKA-CODE             PIC X(003).
            03   ARI01-KAWASE-RATE            PIC 9(003)V9(004).
            03   ARI01-GAIKA-SEIKYU-GAKU      PIC S9(010)V99.
            03   ARI01-GAIKA-NYUKIN-GAKU      PIC S9(010)V99.
       *>----------------------------------------------------------------------------
       *>[入力]請求サマリファイルのレイアウト定義（STMT01と同一）
       *>----------------------------------------------------------------------------
            03   STM01-KOKYAKU-BANGOU         PIC 9(006).
            03   STM01-SEIKYU-NENGETU         PIC 9(006).
            03   STM01-SEIKYU-GAKU            PIC S9(010).
       *>   --締日・支払期日--
            03   STM01-SHIME-BI               PIC 9(008).
            03   STM01-SHIHARAI-KIJITSU       PIC 9(008).
       *>   --外貨建て請求の請求通貨・適用レート・外貨請求額
       *>     （円建ては空白・ゼロ）--
            03   STM01-TSUKA-CODE             PIC X(003).
            03   STM01-KAWASE-RATE            PIC 9(003)V9(004).
            03   STM01-GAIKA-SEIKYU-GAKU      PIC S9(010)V99.
       *>----------------------------------------------------------------------------
       *>[入出力]顧客マスタファイルのレイアウト定義（KOKYAKU_UPDATE01と同一）
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
       *>[出力]売掛オープン明細台帳のレイアウト定義（入力と同一形式）
       *>----------------------------------------------------------------------------
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
       *>[出力]未消込入金レポートのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT01-MISHOKOMI-RPT.
       01   PRT01-RECODE                      PIC X(100).
       *>----------------------------------------------------------------------------
       *>[出力]為替差損益ファイルのレイアウト定義
       *>  （外貨入金を外貨建て明細へ充当した１件ごと。帳簿円額は明細の
       *>    請求時レート、着金円額は入金の円換算額による。差損益は
       *>    着金円額－帳簿円額で、正は為替差益・負は為替差損）
       *>----------------------------------------------------------------------------
       FD   KSS01-SAEKI-FILE.
       01   KSS01-RECODE.
            03   KSS01-NYUKIN-BI              PIC 9(008).
            03   KSS01-KOKYAKU-BANGOU         PIC 9(006).
            03   KSS01-SEIKYU-NENGETU         PIC 9(006).
            03   KSS01-TSUKA-CODE             PIC X(003).
            03   KSS01-GAIKA-GAKU             PIC 9(009)V99.
            03   KSS01-SEIKYU-RATE            PIC 9(003)V9(004).
            03   KSS01-NYUKIN-RATE            PIC 9(003)V9(004).
            03   KSS01-CHOBO-GAKU             PIC S9(010).
            03   KSS01-CHAKKIN-GAKU           PIC S9(010).
            03   KSS01-SAEKI-GAKU             PIC S9(010).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
            03   WRK-ZAN-GAKU                 PIC S9(010).
            03   WRK-JUTO-GAKU                PIC S9(010).
            03   WRK-MEISAI-ZAN               PIC S9(010).
            *>--買掛残高の減算額--
            03   WRK-GENZAN-GAKU              PIC S9(010).
       *>
       *>--外貨入金の充当用（入金通貨・外貨の充当残額・明細の外貨残額・
       *>  充当した外貨額・帳簿円額・着金円額・差損益・入金顧客自身の
       *>  明細へ充当した帳簿円額の合計）--
       01   WRK-NYUKIN-TSUKA                  PIC X(003).
            88   WRK-NYUKIN-EN                VALUE SPACE.
       01   WRK-GAIKA-ZAN                     PIC S9(010)V99.
       01   WRK-GAIKA-MEISAI-ZAN              PIC S9(010)V99.
       01   WRK-GAIKA-JUTO                    PIC S9(010)V99.
       01   WRK-CHOBO-GAKU                    PIC S9(010).
       01   WRK-CHAKKIN-GAKU                  PIC S9(010).
       01   WRK-SAEKI-GAKU                    PIC S9(010).
       01   WRK-JIKO-CHOBO-GAKU               PIC S9(010).
       *>--為替差損益の記録件数と差損益の合計--
       01   WRK-SAEKI-COUNT                   PIC 9(006).
       01   WRK-SAEKI-GOUKEI                  PIC S9(011).
       01   KSS-FILE-STATUS                   PIC XX.
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   ARI-FILE-STATUS                   PIC XX.
                 05   WRK-URI-NENGETU             PIC 9(006).
                 05   WRK-URI-SEIKYU-GAKU         PIC S9(010).
                 05   WRK-URI-NYUKIN-GAKU         PIC S9(010).
                 05   WRK-URI-KIJITSU             PIC 9(008).
       *>        --明細の顧客の請求先（顧客マスタより。自社請求は自身）--
                 05   WRK-URI-SEIKYU-SAKI         PIC 9(006).
       *>        --外貨建て明細の請求通貨・請求時レート・外貨請求額・
       *>          外貨入金額（円建ては空白・ゼロ）--
                 05   WRK-URI-TSUKA-CODE          PIC X(003).
                 05   WRK-URI-KAWASE-RATE         PIC 9(003)V9(004).
                 05   WRK-URI-GAIKA-SEIKYU        PIC S9(010)V99.
                 05   WRK-URI-GAIKA-NYUKIN        PIC S9(010)V99.
       01   WRK-URIKAKE-CNT                   PIC 9(004).
       01   WRK-URIKAKE-IDX                   PIC 9(004).
       *>--充当対象（支払期日の最も古い明細）検索用--
       01   WRK-SAIKO-IDX                     PIC 9(004).
       01   WRK-SAIKO-KIJITSU                 PIC 9(008).
       01   WRK-JUTO-KIJITSU                  PIC 9(008).
       *>--入金顧客の請求先（充当対象の明細の範囲）と、入金顧客以外の
       *>  店舗の明細へ充当した額の合計--
       01   WRK-NYUKIN-SAKI                   PIC 9(006).
       01   WRK-TASHA-JUTO-GAKU               PIC S9(010).
       *>
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                 VALUE "未消込件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "為替差損益件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(018)
                                 VALUE "　差損益計：".
            03   MSG4-GOUKEI                  PIC -ZZ,ZZZ,ZZZ,ZZ9.
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
           MOVE   ZERO       TO   WRK-OUT-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-URIKAKE-CNT.
           MOVE   ZERO       TO   WRK-SAEKI-COUNT.
           MOVE   ZERO       TO   WRK-SAEKI-GOUKEI.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
           OPEN   INPUT    DEP01-NYUKIN-FILE
                  I-O      KMS01-KOKYAKU-MASTER
                  OUTPUT   PRT01-MISHOKOMI-RPT.
           OPEN   EXTEND   KSS01-SAEKI-FILE.
           IF   KSS-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   KSS01-SAEKI-FILE
           END-IF.
       *>
       *>  オープン明細ごとの請求先の引き当て
           PERFORM   URIKAKE-SAKI-SET-PROC
                    VARYING   WRK-URIKAKE-IDX   FROM   1   BY   1
                    UNTIL   WRK-URIKAKE-IDX   >   WRK-URIKAKE-CNT.
       *>
       *>  見出しの印刷
           MOVE   WRK-RUN-NEN    TO   HD01-NEN.
       *>ファイルのクローズ
           CLOSE   DEP01-NYUKIN-FILE
                   KMS01-KOKYAKU-MASTER
                   PRT01-MISHOKOMI-RPT
                   KSS01-SAEKI-FILE.
       *>
       *>消込件数・未消込件数・為替差損益の件数と合計の表示
           MOVE   WRK-OUT-COUNT     TO   MSG2-COUNT.
           MOVE   WRK-ERROR-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-SAEKI-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-SAEKI-GOUKEI  TO   MSG4-GOUKEI.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       *>  共通監査ログへの実行実績の記録
           CALL   "AUDIT_LOG01"   USING   WRK-JOB-NAME
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  充当対象の範囲（入金顧客の請求先。本部は傘下の店舗を含む）
           IF   KMS01-SEIKYU-SAKI   NOT =   ZERO   THEN
                MOVE   KMS01-SEIKYU-SAKI      TO   WRK-NYUKIN-SAKI
           ELSE
                MOVE   DEP01-KOKYAKU-BANGOU   TO   WRK-NYUKIN-SAKI
           END-IF.
       *>
       *>  入金通貨の判定（外貨入金額の無い入金・JPYは円入金とする）
           MOVE   SPACE   TO   WRK-NYUKIN-TSUKA.
           IF   DEP01-TSUKA-CODE   NOT =   SPACE
           AND  DEP01-TSUKA-CODE   NOT =   "JPY"
           AND  DEP01-GAIKA-GAKU   IS   NUMERIC   THEN
                IF   DEP01-GAIKA-GAKU   >   ZERO   THEN
                     MOVE   DEP01-TSUKA-CODE   TO   WRK-NYUKIN-TSUKA
                END-IF
           END-IF.
       *>
       *>  入金のオープン明細への充当（請求月の古い順。検索位置は
       *>  前入金の結果が残らないよう入金ごとに初期化する）
           MOVE   DEP01-NYUKIN-GAKU   TO   WRK-ZAN-GAKU.
           MOVE   ZERO                TO   WRK-TASHA-JUTO-GAKU.
           MOVE   ZERO                TO   WRK-JIKO-CHOBO-GAKU.
           MOVE   1                   TO   WRK-SAIKO-IDX.
           IF   WRK-NYUKIN-EN   THEN
                PERFORM   NYUKIN-JUTO-PROC
                         UNTIL   WRK-ZAN-GAKU   <=   ZERO
                         OR      WRK-SAIKO-IDX   =   ZERO
                COMPUTE   WRK-GENZAN-GAKU   =
                          DEP01-NYUKIN-GAKU   -   WRK-TASHA-JUTO-GAKU
           ELSE
                MOVE   DEP01-GAIKA-GAKU    TO   WRK-GAIKA-ZAN
                PERFORM   GAIKA-JUTO-PROC
                         UNTIL   WRK-GAIKA-ZAN   <=   ZERO
                         OR      WRK-SAIKO-IDX   =   ZERO
       *>       入金顧客自身の明細の帳簿円額と充当し切れなかった着金円額
                COMPUTE   WRK-GENZAN-GAKU   =
                          WRK-JIKO-CHOBO-GAKU   +   WRK-ZAN-GAKU
           END-IF.
       *>
       *>  店舗の残高を更新した場合は入金顧客のレコードを読み直す
           IF   WRK-TASHA-JUTO-GAKU   >   ZERO   THEN
                PERFORM   KOKYAKU-MASTER-KEY-READ-PROC
           END-IF.
       *>
       *>  買掛残高の減算（店舗へ充当した額を除き、残高を下回らない
       *>  範囲で減算する。外貨入金は明細の帳簿円額で減算する）
           IF   WRK-GENZAN-GAKU   <=   KMS01-KAIKAKE-ZANDAKA   THEN
                SUBTRACT   WRK-GENZAN-GAKU   FROM
                           KMS01-KAIKAKE-ZANDAKA
           ELSE
                MOVE   ZERO   TO   KMS01-KAIKAKE-ZANDAKA
                      WRK-URI-NYUKIN-GAKU(WRK-SAIKO-IDX).
           SUBTRACT   WRK-JUTO-GAKU   FROM   WRK-ZAN-GAKU.
       *>
       *>  外貨建て明細は充当額を請求時レートで外貨入金額へ反映する
           IF   WRK-URI-KAWASE-RATE(WRK-SAIKO-IDX)   >   ZERO   THEN
                PERFORM   GAIKA-NYUKIN-HANEI-PROC
           END-IF.
       *>
       *>  入金顧客以外（店舗）の明細への充当は店舗の買掛残高を減算する
           IF   WRK-URI-KOKYAKU(WRK-SAIKO-IDX)
                                   NOT =   DEP01-KOKYAKU-BANGOU   THEN
                ADD   WRK-JUTO-GAKU   TO   WRK-TASHA-JUTO-GAKU
                PERFORM   SHITEN-ZANDAKA-GENZAN-PROC
           END-IF.
       *>
       NYUKIN-JUTO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>円入金の外貨建て明細への充当の反映（外貨入金額の加算）
       *>  円の充当で明細が完済となる場合は外貨請求額の全額を入金済みとし、
       *>  それ以外は充当額を請求時レートで換算して加算する
       *>----------------------------------------------------------------------------
       GAIKA-NYUKIN-HANEI-PROC            SECTION.
       *>
           IF   WRK-URI-NYUKIN-GAKU(WRK-SAIKO-IDX)   >=
                WRK-URI-SEIKYU-GAKU(WRK-SAIKO-IDX)   THEN
                MOVE   WRK-URI-GAIKA-SEIKYU(WRK-SAIKO-IDX)   TO
                       WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX)
                GO   TO   GAIKA-NYUKIN-HANEI-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX)   ROUNDED   =
                     WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX)
                     +   WRK-JUTO-GAKU
                     /   WRK-URI-KAWASE-RATE(WRK-SAIKO-IDX).
           IF   WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX)   >
                WRK-URI-GAIKA-SEIKYU(WRK-SAIKO-IDX)   THEN
                MOVE   WRK-URI-GAIKA-SEIKYU(WRK-SAIKO-IDX)   TO
                       WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX)
           END-IF.
       *>
       GAIKA-NYUKIN-HANEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>外貨入金の充当処理（同じ通貨で支払期日の最も古い外貨建て明細へ
       *>  外貨額で充当する。１明細分）
       *>  帳簿円額は明細を完済する場合はその円残額、一部充当の場合は
       *>  充当外貨額×請求時レート。着金円額は充当外貨額を入金の円換算
       *>  比率で按分し、入金の最後の充当には円着金額の残りを負わせる。
       *>  着金円額と帳簿円額の差を為替差損益として記録する
       *>----------------------------------------------------------------------------
       GAIKA-JUTO-PROC                    SECTION.
       *>
           PERFORM   SAIKO-MEISAI-SANSHO-PROC.
       *>
           IF   WRK-SAIKO-IDX   =   ZERO   THEN
                GO   TO   GAIKA-JUTO-PROC-EXIT
           END-IF.
       *>
           COMPUTE   WRK-GAIKA-MEISAI-ZAN   =
                     WRK-URI-GAIKA-SEIKYU(WRK-SAIKO-IDX)
                     -   WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX).
           COMPUTE   WRK-MEISAI-ZAN   =
                     WRK-URI-SEIKYU-GAKU(WRK-SAIKO-IDX)
                     -   WRK-URI-NYUKIN-GAKU(WRK-SAIKO-IDX).
       *>
       *>  充当外貨額と帳簿円額
           IF   WRK-GAIKA-ZAN   >=   WRK-GAIKA-MEISAI-ZAN   THEN
                MOVE   WRK-GAIKA-MEISAI-ZAN   TO   WRK-GAIKA-JUTO
                MOVE   WRK-MEISAI-ZAN         TO   WRK-CHOBO-GAKU
           ELSE
                MOVE   WRK-GAIKA-ZAN          TO   WRK-GAIKA-JUTO
                COMPUTE   WRK-CHOBO-GAKU   ROUNDED   =
                          WRK-GAIKA-JUTO
                          *   WRK-URI-KAWASE-RATE(WRK-SAIKO-IDX)
                IF   WRK-CHOBO-GAKU   >   WRK-MEISAI-ZAN   THEN
                     MOVE   WRK-MEISAI-ZAN    TO   WRK-CHOBO-GAKU
                END-IF
           END-IF.
       *>
       *>  着金円額（入金の最後の充当は円着金額の残り）
           IF   WRK-GAIKA-JUTO   >=   WRK-GAIKA-ZAN   THEN
                MOVE   WRK-ZAN-GAKU   TO   WRK-CHAKKIN-GAKU
           ELSE
                COMPUTE   WRK-CHAKKIN-GAKU   ROUNDED   =
                          WRK-GAIKA-JUTO   *   DEP01-NYUKIN-GAKU
                          /   DEP01-GAIKA-GAKU
                IF   WRK-CHAKKIN-GAKU   >   WRK-ZAN-GAKU   THEN
                     MOVE   WRK-ZAN-GAKU   TO   WRK-CHAKKIN-GAKU
                END-IF
           END-IF.
       *>
           ADD        WRK-CHOBO-GAKU   TO
                      WRK-URI-NYUKIN-GAKU(WRK-SAIKO-IDX).
           ADD        WRK-GAIKA-JUTO   TO
                      WRK-URI-GAIKA-NYUKIN(WRK-SAIKO-IDX).
           SUBTRACT   WRK-GAIKA-JUTO   FROM   WRK-GAIKA-ZAN.
           SUBTRACT   WRK-CHAKKIN-GAKU FROM   WRK-ZAN-GAKU.
       *>
       *>  為替差損益の記録（差の無い充当は記録しない）
           COMPUTE   WRK-SAEKI-GAKU   =
                     WRK-CHAKKIN-GAKU   -   WRK-CHOBO-GAKU.
           IF   WRK-SAEKI-GAKU   NOT =   ZERO   THEN
                PERFORM   SAEKI-WRITE-PROC
           END-IF.
       *>
       *>  入金顧客以外（店舗）の明細への充当は店舗の買掛残高を帳簿円額で
       *>  減算する
           IF   WRK-URI-KOKYAKU(WRK-SAIKO-IDX)
                                   NOT =   DEP01-KOKYAKU-BANGOU   THEN
                MOVE   WRK-CHOBO-GAKU   TO   WRK-JUTO-GAKU
                ADD    WRK-CHOBO-GAKU   TO   WRK-TASHA-JUTO-GAKU
                PERFORM   SHITEN-ZANDAKA-GENZAN-PROC
           ELSE
                ADD    WRK-CHOBO-GAKU   TO   WRK-JIKO-CHOBO-GAKU
           END-IF.
       *>
       GAIKA-JUTO-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>為替差損益ファイルへの書き込み（充当１件分）
       *>----------------------------------------------------------------------------
       SAEKI-WRITE-PROC                   SECTION.
       *>
           MOVE   DEP01-NYUKIN-BI        TO   KSS01-NYUKIN-BI.
           MOVE   WRK-URI-KOKYAKU(WRK-SAIKO-IDX)   TO
                  KSS01-KOKYAKU-BANGOU.
           MOVE   WRK-URI-NENGETU(WRK-SAIKO-IDX)   TO
                  KSS01-SEIKYU-NENGETU.
           MOVE   WRK-NYUKIN-TSUKA       TO   KSS01-TSUKA-CODE.
           MOVE   WRK-GAIKA-JUTO         TO   KSS01-GAIKA-GAKU.
           MOVE   WRK-URI-KAWASE-RATE(WRK-SAIKO-IDX)   TO
                  KSS01-SEIKYU-RATE.
           COMPUTE   KSS01-NYUKIN-RATE   ROUNDED   =
                     DEP01-NYUKIN-GAKU   /   DEP01-GAIKA-GAKU.
           MOVE   WRK-CHOBO-GAKU         TO   KSS01-CHOBO-GAKU.
           MOVE   WRK-CHAKKIN-GAKU       TO   KSS01-CHAKKIN-GAKU.
           MOVE   WRK-SAEKI-GAKU         TO   KSS01-SAEKI-GAKU.
           WRITE  KSS01-RECODE.
       *>
           ADD    1                  TO   WRK-SAEKI-COUNT.
           ADD    WRK-SAEKI-GAKU     TO   WRK-SAEKI-GOUKEI.
       *>
       SAEKI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>店舗の買掛残高の減算（充当した明細の顧客。残高を下回らない範囲）
       *>----------------------------------------------------------------------------
       SHITEN-ZANDAKA-GENZAN-PROC         SECTION.
       *>
           MOVE   WRK-URI-KOKYAKU(WRK-SAIKO-IDX)   TO
                  KMS01-KOKYAKU-BANGOU.
       *>
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
       *>
               NOT   INVALID   KEY
                     IF   WRK-JUTO-GAKU   <=   KMS01-KAIKAKE-ZANDAKA
                     THEN
                          SUBTRACT   WRK-JUTO-GAKU   FROM
                                     KMS01-KAIKAKE-ZANDAKA
                     ELSE
                          MOVE   ZERO   TO   KMS01-KAIKAKE-ZANDAKA
                     END-IF
                     REWRITE   KMS01-RECODE
       *>
           END-READ.
       *>
       SHITEN-ZANDAKA-GENZAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>未回収残のある支払期日の最も古い明細の検索（入金顧客と請求先を
       *>  同じくする顧客のオープン明細。外貨入金は同じ通貨の外貨建て明細で
       *>  外貨残のあるもの）
       *>  見つからない場合はWRK-SAIKO-IDXをゼロとする
       *>----------------------------------------------------------------------------
       SAIKO-MEISAI-SANSHO-PROC           SECTION.
       *>
           MOVE   ZERO     TO   WRK-SAIKO-IDX.
           MOVE   99999999 TO   WRK-SAIKO-KIJITSU.
       *>
           PERFORM   SAIKO-TBL-CHECK-PROC
                    VARYING   WRK-URIKAKE-IDX   FROM   1   BY   1
       *>----------------------------------------------------------------------------
       SAIKO-TBL-CHECK-PROC               SECTION.
       *>
       *>  支払期日の無い（締日導入前の）明細は請求月の初日を期日とみなす
           IF   WRK-URI-KIJITSU(WRK-URIKAKE-IDX)   =   ZERO   THEN
                COMPUTE   WRK-JUTO-KIJITSU   =
                          WRK-URI-NENGETU(WRK-URIKAKE-IDX)  *  100  +  1
           ELSE
                MOVE   WRK-URI-KIJITSU(WRK-URIKAKE-IDX)   TO
                       WRK-JUTO-KIJITSU
           END-IF.
       *>
           IF   WRK-URI-SEIKYU-SAKI(WRK-URIKAKE-IDX)
                                   =   WRK-NYUKIN-SAKI
           AND (( WRK-NYUKIN-EN
           AND    WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-IDX)   >
                  WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-IDX) )
           OR   ( NOT   WRK-NYUKIN-EN
           AND    WRK-URI-TSUKA-CODE(WRK-URIKAKE-IDX)   =
                  WRK-NYUKIN-TSUKA
           AND    WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-IDX)   >
                  WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-IDX) ))
           AND  WRK-JUTO-KIJITSU   <   WRK-SAIKO-KIJITSU   THEN
                MOVE   WRK-URIKAKE-IDX    TO   WRK-SAIKO-IDX
                MOVE   WRK-JUTO-KIJITSU   TO   WRK-SAIKO-KIJITSU
           END-IF.
       *>
       SAIKO-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>オープン明細の請求先の引き当て（１件分。顧客マスタに請求先の
       *>  無い顧客・未登録の顧客は自身を請求先とする）
       *>----------------------------------------------------------------------------
       URIKAKE-SAKI-SET-PROC              SECTION.
       *>
           MOVE   WRK-URI-KOKYAKU(WRK-URIKAKE-IDX)   TO
                  WRK-URI-SEIKYU-SAKI(WRK-URIKAKE-IDX)
                  KMS01-KOKYAKU-BANGOU.
       *>
           READ KMS01-KOKYAKU-MASTER
               INVALID     KEY
                     CONTINUE
       *>
               NOT   INVALID   KEY
                     IF   KMS01-SEIKYU-SAKI   NOT =   ZERO   THEN
                          MOVE   KMS01-SEIKYU-SAKI   TO
                                 WRK-URI-SEIKYU-SAKI(WRK-URIKAKE-IDX)
                     END-IF
       *>
           END-READ.
       *>
       URIKAKE-SAKI-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客マスタファイルのキー検索（入金の顧客番号で直接読み込む）
       *>----------------------------------------------------------------------------
       KOKYAKU-MASTER-KEY-READ-PROC       SECTION.
                              WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-CNT)
                          MOVE   ARI01-NYUKIN-GAKU      TO
                              WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-CNT)
                          MOVE   ARI01-SHIHARAI-KIJITSU TO
                              WRK-URI-KIJITSU(WRK-URIKAKE-CNT)
                          MOVE   SPACE                  TO
                              WRK-URI-TSUKA-CODE(WRK-URIKAKE-CNT)
                          MOVE   ZERO                   TO
                              WRK-URI-KAWASE-RATE(WRK-URIKAKE-CNT)
                              WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-CNT)
                              WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-CNT)
       *>                 外貨建ての明細のみ外貨項目を引き継ぐ
                          IF   ARI01-KAWASE-RATE   IS   NUMERIC
                          AND  ARI01-GAIKA-SEIKYU-GAKU  IS  NUMERIC
                          AND  ARI01-GAIKA-NYUKIN-GAKU  IS  NUMERIC
                          THEN
                               IF   ARI01-KAWASE-RATE   >   ZERO   THEN
                                    PERFORM   ARI-GAIKA-SET-PROC
                               END-IF
                          END-IF
                     END-IF
           END-READ.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>外貨建て明細の外貨項目の格納（売掛オープン明細台帳より）
       *>----------------------------------------------------------------------------
       ARI-GAIKA-SET-PROC                 SECTION.
       *>
           MOVE   ARI01-TSUKA-CODE          TO
                  WRK-URI-TSUKA-CODE(WRK-URIKAKE-CNT).
           MOVE   ARI01-KAWASE-RATE         TO
                  WRK-URI-KAWASE-RATE(WRK-URIKAKE-CNT).
           MOVE   ARI01-GAIKA-SEIKYU-GAKU   TO
                  WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-CNT).
           MOVE   ARI01-GAIKA-NYUKIN-GAKU   TO
                  WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-CNT).
       *>
       ARI-GAIKA-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>請求サマリファイルの取り込み（当月の新規計上分をテーブルへ追加）
       *>  サマリファイルが無い場合は新規計上なしとして処理する
       *>----------------------------------------------------------------------------
                              WRK-URI-SEIKYU-GAKU(WRK-URIKAKE-CNT)
                          MOVE   ZERO                   TO
                              WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-CNT)
                          MOVE   STM01-SHIHARAI-KIJITSU TO
                              WRK-URI-KIJITSU(WRK-URIKAKE-CNT)
                          MOVE   SPACE                  TO
                              WRK-URI-TSUKA-CODE(WRK-URIKAKE-CNT)
                          MOVE   ZERO                   TO
                              WRK-URI-KAWASE-RATE(WRK-URIKAKE-CNT)
                              WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-CNT)
                              WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-CNT)
       *>                 外貨建ての請求のみ外貨項目を計上する
                          IF   STM01-KAWASE-RATE   IS   NUMERIC
                          AND  STM01-GAIKA-SEIKYU-GAKU  IS  NUMERIC
                          THEN
                               IF   STM01-KAWASE-RATE   >   ZERO   THEN
                                    PERFORM   STM-GAIKA-SET-PROC
                               END-IF
                          END-IF
                     END-IF
           END-READ.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>外貨建て明細の外貨項目の格納（請求サマリより。外貨入金額はゼロ）
       *>----------------------------------------------------------------------------
       STM-GAIKA-SET-PROC                 SECTION.
       *>
           MOVE   STM01-TSUKA-CODE          TO
                  WRK-URI-TSUKA-CODE(WRK-URIKAKE-CNT).
           MOVE   STM01-KAWASE-RATE         TO
                  WRK-URI-KAWASE-RATE(WRK-URIKAKE-CNT).
           MOVE   STM01-GAIKA-SEIKYU-GAKU   TO
                  WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-CNT).
       *>
       STM-GAIKA-SET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>更新後台帳の書き出し（未回収残のある明細のみ引き継ぐ）
       *>----------------------------------------------------------------------------
       URIKAKE-SAVE-PROC                  SECTION.
                  ARO01-SEIKYU-GAKU.
           MOVE   WRK-URI-NYUKIN-GAKU(WRK-URIKAKE-IDX)   TO
                  ARO01-NYUKIN-GAKU.
           MOVE   WRK-URI-KIJITSU(WRK-URIKAKE-IDX)       TO
                  ARO01-SHIHARAI-KIJITSU.
           MOVE   WRK-URI-TSUKA-CODE(WRK-URIKAKE-IDX)    TO
                  ARO01-TSUKA-CODE.
           MOVE   WRK-URI-KAWASE-RATE(WRK-URIKAKE-IDX)   TO
                  ARO01-KAWASE-RATE.
           MOVE   WRK-URI-GAIKA-SEIKYU(WRK-URIKAKE-IDX)  TO
                  ARO01-GAIKA-SEIKYU-GAKU.
           MOVE   WRK-URI-GAIKA-NYUKIN(WRK-URIKAKE-IDX)  TO
                  ARO01-GAIKA-NYUKIN-GAKU.
       *>
           WRITE   ARO01-RECODE.
       *>
