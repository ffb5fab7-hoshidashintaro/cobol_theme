       *>  （ファンクショナルＡＣＫ）ファイル（ACK01）へ書き出し、
       *>  送信元へ返送する。トレーラの管理カウントが一致しない交換は
       *>  交換単位の拒否ＡＣＫを書き出し、条件コード４で終了する。
       *>  受理した注文は送信元・交換番号とともにＥＤＩ受注登録ファイル
       *>  （EDR01）へ追記し、出荷時の事前出荷通知（ASNOUT01）がＥＤＩ
       *>  経由の注文と送信元を識別できるようにする。
       *>  担当者コードが未入力（既定担当者を含む）の明細は、担当地域
       *>  マスタの責任担当者（TERGET01・基準日は実行日）で補完する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       SELECT    ACK01-KAKUNIN-FILE   ASSIGN       TO   "ACK01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]ＥＤＩ受注登録ファイル（受理した注文を追記する）
       *>----------------------------------------------------------------------------
       SELECT    EDR01-TOUROKU-FILE   ASSIGN       TO   "EDR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS EDR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
            03   ACK01-KEKKA-KUBUN            PIC X(001).
            03   ACK01-RIYU-CODE              PIC X(012).
       *>----------------------------------------------------------------------------
       *>[出力]ＥＤＩ受注登録ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   EDR01-TOUROKU-FILE.
       01   EDR01-RECODE.
            03   EDR01-SOSHIN-MOTO            PIC X(008).
            03   EDR01-KOKAN-BANGOU           PIC 9(006).
            03   EDR01-ZYUTYU-BANGOU          PIC X(008).
            03   EDR01-KOKYAKU-BANGOU         PIC X(006).
            03   EDR01-TOUROKU-BI             PIC 9(008).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
            03   WRK-KYOHI-RIYU               PIC X(012).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   EDR-FILE-STATUS                   PIC XX.
       *>
       *>--実行日（ＥＤＩ受注登録ファイルの登録日）--
       01   WRK-RUN-DATE                      PIC 9(008).
       *>
       *>--交換ヘッダの退避領域（送信元コード・交換番号）--
       01   WRK-SOSHIN-MOTO                   PIC X(008).
                 05   WRK-CH-TANTOSYA         PIC X(004).
       01   WRK-CH-IDX                        PIC 9(002).
       *>
       *>--担当地域マスタによる担当者補完（TERGET01）の受け渡し項目と件数--
       01   WRK-TER-KOKYAKU-BANGOU            PIC 9(006).
       01   WRK-TER-YUBIN-BANGOU              PIC X(007).
       01   WRK-TER-NYURYOKU-TANTO            PIC X(007).
       01   WRK-TER-TANTOSYA-CODE             PIC X(007).
       01   WRK-TER-MITUKE-FLG                PIC X(001).
       01   WRK-TER-MINYURYOKU-FLG            PIC X(001).
       01   WRK-TANTO-HOKAN-COUNT             PIC 9(006).
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                                 VALUE "拒否注文件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "担当者補完件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--管理カウント不一致時の警告表示（ＲＣ＝４で終了する）--
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(045)
           MOVE   SPACE   TO   WRK-CH-ARI-SW.
           MOVE   SPACE   TO   WRK-SOSHIN-MOTO.
           MOVE   ZERO    TO   WRK-KOKAN-BANGOU.
           MOVE   ZERO    TO   WRK-TANTO-HOKAN-COUNT.
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
       *>
       *>ファイルのオープン
           OPEN   INPUT    EDI01-EDI-FILE
                  OUTPUT   EIN01-ZYUTYU-FILE
                           ACK01-KAKUNIN-FILE.
       *>
       *>  ＥＤＩ受注登録ファイルは追記モードでオープンする（ファイルが
       *>  無い場合は新規作成）
           OPEN   EXTEND   EDR01-TOUROKU-FILE.
           IF   EDR-FILE-STATUS   =   "35"   THEN
                OPEN   OUTPUT   EDR01-TOUROKU-FILE
           END-IF.
       *>
       *>ＥＤＩ受注ファイルの読み込み
           PERFORM   EDI-FILE-READ-PROC.
       *>
       *>
           CLOSE   EDI01-EDI-FILE
                   EIN01-ZYUTYU-FILE
                   ACK01-KAKUNIN-FILE
                   EDR01-TOUROKU-FILE.
       *>
           MOVE   WRK-JURI-COUNT    TO   MSG2-COUNT.
           MOVE   WRK-KYOHI-COUNT   TO   MSG3-COUNT.
           MOVE   WRK-TANTO-HOKAN-COUNT   TO   MSG4-COUNT.
       *>
           DISPLAY   MS1-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS2-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS3-MESSAGE-AREA UPON CONSOLE.
           DISPLAY   MS4-MESSAGE-AREA UPON CONSOLE.
       *>
       TERM-PROC-EXIT.
       *>
           END-IF
           END-IF
           END-IF.
       *>
       *>  未入力の担当者コードを担当地域マスタから補完
           IF   NOT   WRK-CHUMON-NG   THEN
                PERFORM   TANTO-HOKAN-PROC
                         VARYING   WRK-CH-IDX   FROM   1   BY   1
                         UNTIL   WRK-CH-IDX   >   WRK-CH-MEISAI-CNT
           END-IF.
       *>
           IF   NOT   WRK-CHUMON-NG   THEN
                PERFORM   MEISAI-KENSHO-PROC
                PERFORM   ACK-KYOHI-WRITE-PROC
           ELSE
                PERFORM   ZYUTYU-HENKAN-WRITE-PROC
                PERFORM   TOUROKU-WRITE-PROC
                PERFORM   ACK-JURI-WRITE-PROC
           END-IF.
       *>
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>担当者コードの補完（１明細分・未入力・既定担当者の明細に限り、
       *>担当地域マスタの責任担当者で置き換える）
       *>----------------------------------------------------------------------------
       TANTO-HOKAN-PROC                  SECTION.
       *>
           MOVE   WRK-CH-KOKYAKU-BANGOU            TO
                  WRK-TER-KOKYAKU-BANGOU.
           MOVE   SPACE                            TO
                  WRK-TER-YUBIN-BANGOU.
           MOVE   WRK-CH-BUSHO-CODE(WRK-CH-IDX)    TO
                  WRK-TER-NYURYOKU-TANTO(1:3).
           MOVE   WRK-CH-TANTOSYA(WRK-CH-IDX)      TO
                  WRK-TER-NYURYOKU-TANTO(4:4).
       *>
           CALL   "TERGET01"   USING   WRK-TER-KOKYAKU-BANGOU
                                       WRK-TER-YUBIN-BANGOU
                                       WRK-RUN-DATE
                                       WRK-TER-NYURYOKU-TANTO
                                       WRK-TER-TANTOSYA-CODE
                                       WRK-TER-MITUKE-FLG
                                       WRK-TER-MINYURYOKU-FLG.
       *>
           IF   WRK-TER-MINYURYOKU-FLG   =   "Y"
           AND  WRK-TER-MITUKE-FLG   NOT =   SPACE   THEN
                MOVE   WRK-TER-TANTOSYA-CODE(1:3)   TO
                       WRK-CH-BUSHO-CODE(WRK-CH-IDX)
                MOVE   WRK-TER-TANTOSYA-CODE(4:4)   TO
                       WRK-CH-TANTOSYA(WRK-CH-IDX)
                ADD    1   TO   WRK-TANTO-HOKAN-COUNT
           END-IF.
       *>
       TANTO-HOKAN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>注文明細の検証（１明細分・数値項目のチェック）
       *>----------------------------------------------------------------------------
       MEISAI-KENSHO-PROC                SECTION.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＥＤＩ受注登録ファイルへの追記（受理した注文１件分）
       *>----------------------------------------------------------------------------
       TOUROKU-WRITE-PROC                SECTION.
       *>
           MOVE   SPACE                  TO   EDR01-RECODE.
           MOVE   WRK-SOSHIN-MOTO        TO   EDR01-SOSHIN-MOTO.
           MOVE   WRK-KOKAN-BANGOU       TO   EDR01-KOKAN-BANGOU.
           MOVE   WRK-CH-MISEBAN         TO
                  EDR01-ZYUTYU-BANGOU(1:3).
           MOVE   WRK-CH-TYUMON-BANGOU   TO
                  EDR01-ZYUTYU-BANGOU(4:5).
           MOVE   WRK-CH-KOKYAKU-BANGOU  TO   EDR01-KOKYAKU-BANGOU.
           MOVE   WRK-RUN-DATE           TO   EDR01-TOUROKU-BI.
           WRITE  EDR01-RECODE.
       *>
       TOUROKU-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>受理ＡＣＫの書き出し（注文１件分）
       *>----------------------------------------------------------------------------
       ACK-JURI-WRITE-PROC               SECTION.
