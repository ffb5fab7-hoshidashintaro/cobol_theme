       *>----------------------------------------------------------------------------
       *>帳票保存（アーカイブ）処理
       *>  夜間ストリームの最後に、各処理の印刷ファイル（PRT01～PRT97。
       *>  再印刷処理が出力するPRT77は除く）を帳票保存ファイルへ写し
       *>  取り、帳票保存索引へ帳票ＩＤ・作成
       *>  プログラム・実行番号（制御ファイルCTL01）・実行日・ページ数・
       *>  行数を１帳票１件で記録する。印刷ファイルは翌晩の実行で上書き
       *>  されるため、過去の帳票は再印刷処理（RPTRPR01）で保存ファイル
       *>  から復元する。
       *>  ページ数は帳票の先頭行（表題行）と同じ行の出現回数とする。
       *>  前回までの保存ファイル・索引（RAR01・RIX01）は保存月数（共通
       *>  実行パラメータ RPTARC01／HOZON-GETU・未設定時は１２か月）より
       *>  古い月の分を除いて新しい世代（RAR02・RIX02）へ引き継ぎ、
       *>  今回の帳票をその後ろへ追加する。同じ実行日・実行番号の分が
       *>  既にある場合（再実行）は、今回の分で置き換える。
       *>  新しい世代は運用で次回の前回分へ差し替える。
       *>  無い印刷ファイル・空の印刷ファイルは保存しない。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        RPTARC01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]各処理の印刷ファイル（帳票ＩＤを付したファイル名で順に開く）
       *>----------------------------------------------------------------------------
       SELECT    PRT-CHOHYO-FILE      ASSIGN       TO
                                            WRK-PRT-FILENAME
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS PRT-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]実行番号制御ファイル（今回の夜間ストリームの実行番号）
       *>----------------------------------------------------------------------------
       SELECT    CTL01-RUNID-FILE     ASSIGN       TO   "CTL01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CTL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存ファイル（前回までの世代）
       *>----------------------------------------------------------------------------
       SELECT    RAR01-HOZON-FILE     ASSIGN       TO   "RAR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RAR01-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存索引ファイル（前回までの世代）
       *>----------------------------------------------------------------------------
       SELECT    RIX01-SAKUIN-FILE    ASSIGN       TO   "RIX01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RIX01-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]帳票保存ファイル（新しい世代）
       *>----------------------------------------------------------------------------
       SELECT    RAR02-HOZON-FILE     ASSIGN       TO   "RAR02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RAR02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]帳票保存索引ファイル（新しい世代）
       *>----------------------------------------------------------------------------
       SELECT    RIX02-SAKUIN-FILE    ASSIGN       TO   "RIX02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS RIX02-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]印刷ファイルのレイアウト定義（最も幅の広い帳票に合わせる）
       *>----------------------------------------------------------------------------
       FD   PRT-CHOHYO-FILE.
       01   PRT-RECODE                        PIC X(160).
       *>----------------------------------------------------------------------------
       *>[入力]実行番号制御ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CTL01-RUNID-FILE.
       01   CTL01-RECODE.
            03   CTL01-RUN-ID                 PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存ファイルのレイアウト定義（RPTRPR01と同一）
       *>  （帳票の印刷行１行を１件とし、帳票ＩＤ・実行日・実行番号・
       *>    行番号を付す）
       *>----------------------------------------------------------------------------
       FD   RAR01-HOZON-FILE.
       01   RAR01-RECODE.
            03   RAR01-CHOHYO-ID              PIC X(005).
            03   RAR01-RUN-DATE               PIC 9(008).
            03   RAR01-RUN-ID                 PIC 9(006).
            03   RAR01-GYO-BANGOU             PIC 9(006).
            03   RAR01-GYO                    PIC X(160).
       *>----------------------------------------------------------------------------
       *>[入力]帳票保存索引ファイルのレイアウト定義（RPTRPR01と同一）
       *>----------------------------------------------------------------------------
       FD   RIX01-SAKUIN-FILE.
       01   RIX01-RECODE.
            03   RIX01-CHOHYO-ID              PIC X(005).
            03   FILLER                       PIC X(001).
            03   RIX01-PROGRAM-ID             PIC X(012).
            03   FILLER                       PIC X(001).
            03   RIX01-RUN-ID                 PIC 9(006).
            03   FILLER                       PIC X(001).
            03   RIX01-RUN-DATE               PIC 9(008).
            03   FILLER                       PIC X(001).
            03   RIX01-PAGE-SU                PIC 9(005).
            03   FILLER                       PIC X(001).
            03   RIX01-GYO-SU                 PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]帳票保存ファイルのレイアウト定義（RAR01と同一）
       *>----------------------------------------------------------------------------
       FD   RAR02-HOZON-FILE.
       01   RAR02-RECODE.
            03   RAR02-CHOHYO-ID              PIC X(005).
            03   RAR02-RUN-DATE               PIC 9(008).
            03   RAR02-RUN-ID                 PIC 9(006).
            03   RAR02-GYO-BANGOU             PIC 9(006).
            03   RAR02-GYO                    PIC X(160).
       *>----------------------------------------------------------------------------
       *>[出力]帳票保存索引ファイルのレイアウト定義（RIX01と同一）
       *>----------------------------------------------------------------------------
       FD   RIX02-SAKUIN-FILE.
       01   RIX02-RECODE.
            03   RIX02-CHOHYO-ID              PIC X(005).
            03   FILLER                       PIC X(001).
            03   RIX02-PROGRAM-ID             PIC X(012).
            03   FILLER                       PIC X(001).
            03   RIX02-RUN-ID                 PIC 9(006).
            03   FILLER                       PIC X(001).
            03   RIX02-RUN-DATE               PIC 9(008).
            03   FILLER                       PIC X(001).
            03   RIX02-PAGE-SU                PIC 9(005).
            03   FILLER                       PIC X(001).
            03   RIX02-GYO-SU                 PIC 9(006).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で読み込みループを終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>--保存対象の帳票数--
       77   CST-CHOHYO-SU                     PIC 9(003) VALUE 096.
       *>
       *>--保存対象の帳票ＩＤと作成プログラムの定数--
       01   CST-CHOHYO-TBL.
            03   FILLER                       PIC X(017)
                                 VALUE "PRT01PICKET01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT02BACKORDER01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT03INVOICE01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT04RETURNS01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT05HISTRPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT06TANTORPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT07CYCCNT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT08MOVINQ01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT09VALUATION01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT10STATUS01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT11WEEKLY01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT12DEADSTK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT13BATWIN01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT14STMT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT15RESUBMIT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT16SEQCHK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT17RESTART01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT18MARGIN01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT19KPI01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT20POISSUE01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT21RECEIPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT22REORDER01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT23CASHAPP01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT24AGING01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT25COMM01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT26PRICEBOOK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT27LOTEXP01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT28TRANSFER01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT29RSVREL01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT30CASERPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT31OTDRPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT32ORDACK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT33DISTOUT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT34QSTOP01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT35RECALL01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT36GLEXTR01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT37REBATE01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT38BGTRPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT39CRANK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT40INTEG01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT41MOVYR01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT42QTYCONV01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT43POSIN01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT44TEST0001".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT45RTV01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT46RTV01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT47SCHED01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT48STREP01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT49TANXFR01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT50SSGUARD01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT51DENRPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT52APMATCH01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT53APPAY01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT54APPAY01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT55DUNNING01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT56WRTOFF01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT57WRTOFF01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT58QUOTE01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT59QUOTE01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT60QUOCNV01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT61QUORPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT62DSCONF01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT63DDREQ01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT64DDRES01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT65GLRECN01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT66TAXSUM01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT67PUTLST01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT68PUTLST01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT69REPLEN01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT70PACK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT71SHORTPK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT72STATUS01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT73FRTAUD01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT74ASNOUT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT75POACK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT76SUPSCR01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT78CLOSECHK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT79ORDBK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT80QTYRPT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT81RATION01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT82PRCSIM01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT83CPROF01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT84PROLIFT01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT85CPNSTL01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT86EXPWCH01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT87YOYCMP01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT88BASKET01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT89TURNOV01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT90SHRINK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT91OBSPRV01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT92DISPOS01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT93DISPOS01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT94ERASE01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT95SETCHK01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT96CHGDIG01".
            03   FILLER                       PIC X(017)
                                 VALUE "PRT97TEST0001".
       01   CST-CHOHYO-R   REDEFINES   CST-CHOHYO-TBL.
            03   CST-CHOHYO-ENT                   OCCURS 96.
                 05   CST-CHOHYO-ID               PIC X(005).
                 05   CST-PROGRAM-ID              PIC X(012).
       01   WRK-CHOHYO-IDX                    PIC 9(003).
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            *>--印刷行の読込件数・保存した帳票数・保存した行数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-CHOHYO-COUNT             PIC 9(006).
            03   WRK-OUT-COUNT                PIC 9(006).
            *>--印刷ファイルの無い（空の）帳票数--
            03   WRK-NASHI-COUNT              PIC 9(006).
            *>--前回分から引き継いだ索引件数・期限切れで除いた索引件数--
            03   WRK-HIKITSUGI-COUNT          PIC 9(006).
            03   WRK-KIGEN-COUNT              PIC 9(006).
            *>--帳票ごとの行数・ページ数--
            03   WRK-GYO-SU                   PIC 9(006).
            03   WRK-PAGE-SU                  PIC 9(005).
       *>
       01   PRT-FILE-STATUS                   PIC XX.
       01   CTL-FILE-STATUS                   PIC XX.
       01   RAR01-FILE-STATUS                 PIC XX.
       01   RIX01-FILE-STATUS                 PIC XX.
       01   RAR02-FILE-STATUS                 PIC XX.
       01   RIX02-FILE-STATUS                 PIC XX.
       *>
       *>--印刷ファイル名（帳票ＩＤを付して編集する）--
       01   WRK-PRT-FILENAME                  PIC X(020).
       *>
       *>--帳票の表題行（先頭行。ページ数の計数に使う）--
       01   WRK-HYODAI-GYO                    PIC X(160).
       *>
       *>--今回の実行番号（制御ファイルが無い場合はゼロ）--
       01   WRK-RUN-ID                        PIC 9(006).
       *>
       *>--保存月数（共通実行パラメータで上書きできる）--
       01   WRK-HOZON-GETSU                   PIC 9(003) VALUE 012.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "RPTARC01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
       *>
       *>--保存境界年月（この年月より前の分は引き継がない）--
       01   WRK-KYOKAI-NENGETU                PIC 9(006).
       01   WRK-KYOKAI-NENGETU-H   REDEFINES   WRK-KYOKAI-NENGETU.
            03   WRK-KYOKAI-NEN               PIC 9(004).
            03   WRK-KYOKAI-GETU              PIC 9(002).
       01   WRK-KEISAN-TSUKI                  PIC S9(005).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>
       *>--共通監査ログへ渡す実行実績--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "RPTARC01".
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       01   WRK-ERR-COUNT                     PIC 9(006) VALUE ZERO.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "RPTARC01の保存結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "保存帳票数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "保存行数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "印刷ファイルなし：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "引継ぎ索引件数：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "期限切れ索引件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
       *>  前回までの保存分の引き継ぎ（索引・保存ファイル）
           PERFORM   SAKUIN-HIKITSUGI-PROC.
           PERFORM   HOZON-HIKITSUGI-PROC.
       *>
       *>  今回の帳票の保存
           PERFORM   CHOHYO-HOZON-PROC
                    VARYING   WRK-CHOHYO-IDX   FROM   1   BY   1
                    UNTIL   WRK-CHOHYO-IDX   >   CST-CHOHYO-SU.
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
           MOVE   ZERO    TO   WRK-CHOHYO-COUNT.
           MOVE   ZERO    TO   WRK-OUT-COUNT.
           MOVE   ZERO    TO   WRK-NASHI-COUNT.
           MOVE   ZERO    TO   WRK-HIKITSUGI-COUNT.
           MOVE   ZERO    TO   WRK-KIGEN-COUNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
       *>
       *>  保存月数の取得（共通実行パラメータ・未設定時は１２か月）
           MOVE   "HOZON-GETU"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO   WRK-HOZON-GETSU
           END-IF.
       *>
       *>  保存境界年月の計算（実行月から保存月数－１を引いた年月）
           COMPUTE   WRK-KEISAN-TSUKI   =
                     ( WRK-RUN-NEN * 12 )   +   WRK-RUN-GETU
                     -   WRK-HOZON-GETSU   +   1.
           COMPUTE   WRK-KYOKAI-NEN    =
                     ( WRK-KEISAN-TSUKI - 1 )   /   12.
           COMPUTE   WRK-KYOKAI-GETU   =
                     WRK-KEISAN-TSUKI
                     -   ( WRK-KYOKAI-NEN * 12 ).
       *>
       *>  今回の実行番号の取得（制御ファイルは読むだけで更新しない）
           MOVE   ZERO   TO   WRK-RUN-ID.
           OPEN   INPUT   CTL01-RUNID-FILE.
           IF   CTL-FILE-STATUS   =   "00"   THEN
                READ   CTL01-RUNID-FILE
                  AT       END
                           MOVE   ZERO           TO   WRK-RUN-ID
                  NOT   AT END
                           MOVE   CTL01-RUN-ID    TO   WRK-RUN-ID
                END-READ
                CLOSE   CTL01-RUNID-FILE
           END-IF.
       *>
           OPEN   OUTPUT   RAR02-HOZON-FILE
                           RIX02-SAKUIN-FILE.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
           CLOSE   RAR02-HOZON-FILE
                   RIX02-SAKUIN-FILE.
       *>
           MOVE   WRK-CHOHYO-COUNT      TO   MSG2-COUNT.
           MOVE   WRK-OUT-COUNT         TO   MSG3-COUNT.
           MOVE   WRK-NASHI-COUNT       TO   MSG4-COUNT.
           MOVE   WRK-HIKITSUGI-COUNT   TO   MSG5-COUNT.
           MOVE   WRK-KIGEN-COUNT       TO   MSG6-COUNT.
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
                                          WRK-RUN-ID
                                          WRK-IN-COUNT
                                          WRK-OUT-COUNT
                                          WRK-ERR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回までの帳票保存索引の引き継ぎ（無い場合は初回として何もしない）
       *>----------------------------------------------------------------------------
       SAKUIN-HIKITSUGI-PROC              SECTION.
       *>
           OPEN   INPUT   RIX01-SAKUIN-FILE.
           IF   RIX01-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   SAKUIN-HIKITSUGI-PROC-EXIT
           END-IF.
       *>
           PERFORM   SAKUIN-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   RIX01-SAKUIN-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       SAKUIN-HIKITSUGI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>帳票保存索引の引き継ぎ（１件分・期限切れと再実行分は除く）
       *>----------------------------------------------------------------------------
       SAKUIN-COPY-PROC                   SECTION.
       *>
           READ   RIX01-SAKUIN-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   SAKUIN-COPY-PROC-EXIT
           END-READ.
       *>
           IF   RIX01-RUN-DATE(1:6)   <   WRK-KYOKAI-NENGETU   THEN
                ADD   1   TO   WRK-KIGEN-COUNT
                GO   TO   SAKUIN-COPY-PROC-EXIT
           END-IF.
       *>
           IF   RIX01-RUN-DATE   =   WRK-RUN-DATE
           AND  RIX01-RUN-ID     =   WRK-RUN-ID   THEN
                GO   TO   SAKUIN-COPY-PROC-EXIT
           END-IF.
       *>
           MOVE   RIX01-RECODE   TO   RIX02-RECODE.
           WRITE  RIX02-RECODE.
           ADD    1   TO   WRK-HIKITSUGI-COUNT.
       *>
       SAKUIN-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回までの帳票保存ファイルの引き継ぎ（無い場合は初回として何もしない）
       *>----------------------------------------------------------------------------
       HOZON-HIKITSUGI-PROC               SECTION.
       *>
           OPEN   INPUT   RAR01-HOZON-FILE.
           IF   RAR01-FILE-STATUS   NOT =   "00"   THEN
                GO   TO   HOZON-HIKITSUGI-PROC-EXIT
           END-IF.
       *>
           PERFORM   HOZON-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   RAR01-HOZON-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
       HOZON-HIKITSUGI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>帳票保存ファイルの引き継ぎ（１行分・期限切れと再実行分は除く）
       *>----------------------------------------------------------------------------
       HOZON-COPY-PROC                    SECTION.
       *>
           READ   RAR01-HOZON-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   HOZON-COPY-PROC-EXIT
           END-READ.
       *>
           IF   RAR01-RUN-DATE(1:6)   <   WRK-KYOKAI-NENGETU   THEN
                GO   TO   HOZON-COPY-PROC-EXIT
           END-IF.
       *>
           IF   RAR01-RUN-DATE   =   WRK-RUN-DATE
           AND  RAR01-RUN-ID     =   WRK-RUN-ID   THEN
                GO   TO   HOZON-COPY-PROC-EXIT
           END-IF.
       *>
           MOVE   RAR01-RECODE   TO   RAR02-RECODE.
           WRITE  RAR02-RECODE.
       *>
       HOZON-COPY-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>帳票１本分の保存（印刷ファイルを写し取り、索引を１件書き出す）
       *>----------------------------------------------------------------------------
       CHOHYO-HOZON-PROC                  SECTION.
       *>
       *>  印刷ファイル名の編集（帳票ＩＤを付す）
           MOVE   SPACE   TO   WRK-PRT-FILENAME.
           STRING   CST-CHOHYO-ID(WRK-CHOHYO-IDX)   DELIMITED   BY SIZE
                    ".txt"                          DELIMITED   BY SIZE
                    INTO   WRK-PRT-FILENAME
           END-STRING.
       *>
           OPEN   INPUT   PRT-CHOHYO-FILE.
           IF   PRT-FILE-STATUS   NOT =   "00"   THEN
                ADD   1   TO   WRK-NASHI-COUNT
                GO   TO   CHOHYO-HOZON-PROC-EXIT
           END-IF.
       *>
           MOVE   ZERO    TO   WRK-GYO-SU.
           MOVE   ZERO    TO   WRK-PAGE-SU.
           MOVE   SPACE   TO   WRK-HYODAI-GYO.
       *>
           PERFORM   CHOHYO-COPY-PROC
                    WITH TEST AFTER
                    UNTIL   WRK-AT-END = CST-END.
       *>
           CLOSE   PRT-CHOHYO-FILE.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           IF   WRK-GYO-SU   =   ZERO   THEN
                ADD   1   TO   WRK-NASHI-COUNT
                GO   TO   CHOHYO-HOZON-PROC-EXIT
           END-IF.
       *>
       *>  表題行の無い（先頭行が空白の）帳票は１ページとする
           IF   WRK-PAGE-SU   =   ZERO   THEN
                MOVE   1   TO   WRK-PAGE-SU
           END-IF.
       *>
       *>  帳票保存索引の書き出し
           MOVE   SPACE                            TO   RIX02-RECODE.
           MOVE   CST-CHOHYO-ID(WRK-CHOHYO-IDX)    TO   RIX02-CHOHYO-ID.
           MOVE   CST-PROGRAM-ID(WRK-CHOHYO-IDX)   TO
                  RIX02-PROGRAM-ID.
           MOVE   WRK-RUN-ID                       TO   RIX02-RUN-ID.
           MOVE   WRK-RUN-DATE                     TO   RIX02-RUN-DATE.
           MOVE   WRK-PAGE-SU                      TO   RIX02-PAGE-SU.
           MOVE   WRK-GYO-SU                       TO   RIX02-GYO-SU.
           WRITE  RIX02-RECODE.
           ADD    1   TO   WRK-CHOHYO-COUNT.
       *>
       CHOHYO-HOZON-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>印刷行の写し取り（１行分・表題行と同じ行でページ数を数える）
       *>----------------------------------------------------------------------------
       CHOHYO-COPY-PROC                   SECTION.
       *>
           READ   PRT-CHOHYO-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
                  GO   TO   CHOHYO-COPY-PROC-EXIT
           END-READ.
       *>
           ADD   1   TO   WRK-IN-COUNT.
           ADD   1   TO   WRK-GYO-SU.
       *>
           IF   WRK-GYO-SU   =   1   THEN
                MOVE   PRT-RECODE   TO   WRK-HYODAI-GYO
           END-IF.
           IF   PRT-RECODE       =       WRK-HYODAI-GYO
           AND  WRK-HYODAI-GYO   NOT =   SPACE   THEN
                ADD   1   TO   WRK-PAGE-SU
           END-IF.
       *>
           MOVE   CST-CHOHYO-ID(WRK-CHOHYO-IDX)   TO   RAR02-CHOHYO-ID.
           MOVE   WRK-RUN-DATE                    TO   RAR02-RUN-DATE.
           MOVE   WRK-RUN-ID                      TO   RAR02-RUN-ID.
           MOVE   WRK-GYO-SU                      TO   RAR02-GYO-BANGOU.
           MOVE   PRT-RECODE                      TO   RAR02-GYO.
           WRITE  RAR02-RECODE.
           ADD    1   TO   WRK-OUT-COUNT.
       *>
       CHOHYO-COPY-PROC-EXIT.
       *>
           EXIT.
