       *>----------------------------------------------------------------------------
       *>ＥＤＩ事前出荷通知（ＡＳＮ）作成処理
       *>  STATUS01が出荷済み（Ｓ）とした受注状況ファイル（STS02）の明細の
       *>  うち、ＥＤＩ受注取込（EDIIN01）が受理してＥＤＩ受注登録ファイル
       *>  （EDR01）へ登録した注文の明細を、出荷（マニフェスト番号＋受注
       *>  番号）ごとにまとめて事前出荷通知ファイル（ASN01）へ書き出す。
       *>  ＡＳＮはEDIIN01が受信時に検証する交換エンベロープと同じ形式の
       *>  固定長とし、レコード区分はIH＝交換ヘッダ（受信先コード・ＡＳＮ
       *>  管理番号）、SH＝出荷ヘッダ（受注番号・マニフェスト番号・運送
       *>  会社コード・出荷日）、SD＝出荷明細（商品・出荷数量・ロット番号）、
       *>  IT＝交換トレーラ（出荷件数・明細件数の管理カウント）とする。
       *>  ＡＳＮ管理番号は制御ファイル（CTL12）で出荷ごとに連番を採番し、
       *>  送信したＡＳＮはＡＳＮ管理ファイル（ASR01）へ記録する（記録済み
       *>  の出荷は再送しない）。顧客から返送される機能確認ファイル
       *>  （AAK01・ACK01と同一形式。交換番号にＡＳＮ管理番号を返す）を
       *>  ＡＳＮ管理ファイルへ消し込み、確認待ち日数を過ぎても確認の
       *>  無いＡＳＮと拒否されたＡＳＮをＡＳＮ未確認一覧へ印刷する。
       *>  キット構成明細（Ｃ）はＡＳＮへ載せず、親明細で通知する。
       *>----------------------------------------------------------------------------
       *>見出し部
       *>----------------------------------------------------------------------------
       IDENTIFICATION                     DIVISION.
       PROGRAM-ID.                        ASNOUT01.
       *>----------------------------------------------------------------------------
       *>環境部
       *>----------------------------------------------------------------------------
       ENVIRONMENT                        DIVISION.
       INPUT-OUTPUT                       SECTION.
       FILE-CONTROL.
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイル（STATUS01の出力）
       *>----------------------------------------------------------------------------
       SELECT    STS02-STATUS-FILE    ASSIGN       TO   "STS02.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS IN-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]ＥＤＩ受注登録ファイル（EDIIN01が受理した注文）
       *>----------------------------------------------------------------------------
       SELECT    EDR01-TOUROKU-FILE   ASSIGN       TO   "EDR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS EDR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入力]顧客機能確認ファイル（ＡＳＮに対する顧客からの確認）
       *>----------------------------------------------------------------------------
       SELECT    AAK01-KAKUNIN-FILE   ASSIGN       TO   "AAK01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS AAK-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]ＡＳＮ管理ファイル（送信済みＡＳＮと確認状況）
       *>----------------------------------------------------------------------------
       SELECT    ASR01-KANRI-FILE     ASSIGN       TO   "ASR01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS ASR-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[入出力]ＡＳＮ管理番号制御ファイル（前回採番したＡＳＮ管理番号）
       *>----------------------------------------------------------------------------
       SELECT    CTL12-ASNNO-FILE     ASSIGN       TO   "CTL12.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL
                                      STATUS CTL-FILE-STATUS.
       *>----------------------------------------------------------------------------
       *>[出力]事前出荷通知ファイル（固定長・エンベロープ付き）
       *>----------------------------------------------------------------------------
       SELECT    ASN01-TSUCHI-FILE    ASSIGN       TO   "ASN01.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>[出力]ＡＳＮ未確認一覧
       *>----------------------------------------------------------------------------
       SELECT    PRT74-MIKAKUNIN-LIST ASSIGN       TO   "PRT74.txt"
                                      ORGANIZATION IS LINE SEQUENTIAL.
       *>----------------------------------------------------------------------------
       *>データ部
       *>----------------------------------------------------------------------------
       DATA                               DIVISION.
       FILE                               SECTION.
       *>----------------------------------------------------------------------------
       *>[入力]受注状況ファイルのレイアウト定義（STATUS01のSTS02と同一）
       *>----------------------------------------------------------------------------
       FD   STS02-STATUS-FILE.
       01   STS02-RECODE.
            03   STS02-ZYUTYU-BANGOU.
                 05   STS02-MISEBAN           PIC X(003).
                 05   STS02-TYUMON-BANGOU     PIC 9(005).
            03   STS02-SHOHIN-CODE            PIC X(006).
            03   STS02-TYUMON-SU              PIC S9(005).
            03   STS02-YAKUSOKU-BI            PIC 9(008).
            03   STS02-JOKYO-KUBUN            PIC X(001).
            03   STS02-SHUKKA-BI              PIC 9(008).
            03   STS02-SHUKKA-SU              PIC 9(005).
            03   STS02-LOT-NO                 PIC X(008).
            03   STS02-MANIFEST-BANGOU        PIC 9(006).
            03   STS02-UNSO-CODE              PIC X(002).
            03   STS02-TANKA                  PIC 9(005).
            03   STS02-KOKYAKU-BANGOU         PIC 9(006).
            03   STS02-KOKYAKU-MEI            PIC X(020).
            03   STS02-KOKYAKU-ZYUSHO         PIC X(040).
            03   STS02-YUBIN-BANGOU           PIC X(007).
            03   STS02-SEIKYU-ZUMI-SU         PIC 9(005).
            03   STS02-KIT-KUBUN              PIC X(001).
            03   STS02-KIT-OYA-CODE           PIC X(006).
            03   STS02-HAITATSU-KUBUN         PIC X(001).
            03   STS02-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]ＥＤＩ受注登録ファイルのレイアウト定義（EDIIN01と同一）
       *>----------------------------------------------------------------------------
       FD   EDR01-TOUROKU-FILE.
       01   EDR01-RECODE.
            03   EDR01-SOSHIN-MOTO            PIC X(008).
            03   EDR01-KOKAN-BANGOU           PIC 9(006).
            03   EDR01-ZYUTYU-BANGOU          PIC X(008).
            03   EDR01-KOKYAKU-BANGOU         PIC X(006).
            03   EDR01-TOUROKU-BI             PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[入力]顧客機能確認ファイルのレイアウト定義（EDIIN01のACK01と同一。
       *>  送信元＝顧客の送信元コード、交換番号＝ＡＳＮ管理番号、
       *>  結果：Ａ＝受理、Ｒ＝拒否）
       *>----------------------------------------------------------------------------
       FD   AAK01-KAKUNIN-FILE.
       01   AAK01-RECODE.
            03   AAK01-SOSHIN-MOTO            PIC X(008).
            03   AAK01-KOKAN-BANGOU           PIC 9(006).
            03   AAK01-ZYUTYU-BANGOU          PIC X(008).
            03   AAK01-KEKKA-KUBUN            PIC X(001).
            03   AAK01-RIYU-CODE              PIC X(012).
       *>----------------------------------------------------------------------------
       *>[入出力]ＡＳＮ管理ファイルのレイアウト定義
       *>  （確認区分：Ａ＝受理、Ｒ＝拒否、スペース＝確認未着）
       *>----------------------------------------------------------------------------
       FD   ASR01-KANRI-FILE.
       01   ASR01-RECODE.
            03   ASR01-ASN-BANGOU             PIC 9(006).
            03   ASR01-JUSHIN-SAKI            PIC X(008).
            03   ASR01-ZYUTYU-BANGOU          PIC X(008).
            03   ASR01-MANIFEST-BANGOU        PIC 9(006).
            03   ASR01-SOSHIN-BI              PIC 9(008).
            03   ASR01-KAKUNIN-KUBUN          PIC X(001).
            03   ASR01-KAKUNIN-BI             PIC 9(008).
            03   ASR01-RIYU-CODE              PIC X(012).
       *>----------------------------------------------------------------------------
       *>[入出力]ＡＳＮ管理番号制御ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
       FD   CTL12-ASNNO-FILE.
       01   CTL12-RECODE.
            03   CTL12-ASN-BANGOU             PIC 9(006).
       *>----------------------------------------------------------------------------
       *>[出力]事前出荷通知ファイルのレイアウト定義（レコード区分別の再定義）
       *>----------------------------------------------------------------------------
       FD   ASN01-TSUCHI-FILE.
       01   ASN01-RECODE.
            03   ASN01-RECORD-KUBUN           PIC X(002).
            03   ASN01-NAIYO                  PIC X(048).
       *>
       *>  交換ヘッダの再定義（受信先コード・ＡＳＮ管理番号・作成日）
       01   ASN01-IH-RECODE   REDEFINES   ASN01-RECODE.
            03   FILLER                       PIC X(002).
            03   ASN01-IH-JUSHIN-SAKI         PIC X(008).
            03   ASN01-IH-KOKAN-BANGOU        PIC 9(006).
            03   ASN01-IH-SAKUSEI-BI          PIC 9(008).
            03   FILLER                       PIC X(026).
       *>
       *>  出荷ヘッダの再定義（受注番号・顧客番号・マニフェスト番号・
       *>  運送会社コード・出荷日）
       01   ASN01-SH-RECODE   REDEFINES   ASN01-RECODE.
            03   FILLER                       PIC X(002).
            03   ASN01-SH-ZYUTYU-BANGOU       PIC X(008).
            03   ASN01-SH-KOKYAKU-BANGOU      PIC 9(006).
            03   ASN01-SH-MANIFEST-BANGOU     PIC 9(006).
            03   ASN01-SH-UNSO-CODE           PIC X(002).
            03   ASN01-SH-SHUKKA-BI           PIC 9(008).
            03   FILLER                       PIC X(018).
       *>
       *>  出荷明細の再定義（商品・出荷数量・ロット番号）
       01   ASN01-SD-RECODE   REDEFINES   ASN01-RECODE.
            03   FILLER                       PIC X(002).
            03   ASN01-SD-ZYUTYU-BANGOU       PIC X(008).
            03   ASN01-SD-SHOHIN-CODE         PIC X(006).
            03   ASN01-SD-SHUKKA-SU           PIC 9(005).
            03   ASN01-SD-LOT-NO              PIC X(008).
            03   FILLER                       PIC X(021).
       *>
       *>  交換トレーラの再定義（出荷件数・明細件数の管理カウント）
       01   ASN01-IT-RECODE   REDEFINES   ASN01-RECODE.
            03   FILLER                       PIC X(002).
            03   ASN01-IT-SHUKKA-KENSU        PIC 9(006).
            03   ASN01-IT-MEISAI-KENSU        PIC 9(006).
            03   FILLER                       PIC X(036).
       *>----------------------------------------------------------------------------
       *>[出力]ＡＳＮ未確認一覧のレイアウト定義
       *>----------------------------------------------------------------------------
       FD   PRT74-MIKAKUNIN-LIST.
       01   PRT74-RECODE                      PIC X(132).
       *>----------------------------------------------------------------------------
       *>作業領域の定義
       *>----------------------------------------------------------------------------
       WORKING-STORAGE                    SECTION.
       *>
       *>--手続き部で「MAIN-PROC」を終了させる際の定数となる--
       77   CST-END                           PIC X(004) VALUE "END".
       *>
       *>--改ページとなる印刷行数の上限--
       77   CST-MAX-LINE                      PIC 9(002) VALUE 50.
       *>
       01   WRK-WORK-AREA.
            03   WRK-AT-END                   PIC X(004).
            03   WRK-LINE-COUNT               PIC 9(002).
            03   WRK-PAGE-COUNT               PIC 9(004).
            *>--受注状況の読み込み件数・ＡＳＮ件数・ＡＳＮ明細件数--
            03   WRK-IN-COUNT                 PIC 9(006).
            03   WRK-ASN-COUNT                PIC 9(006).
            03   WRK-MEISAI-COUNT             PIC 9(006).
            *>--消し込んだ確認件数・該当ＡＳＮの無い確認件数--
            03   WRK-KAKUNIN-COUNT            PIC 9(006).
            03   WRK-FUMEI-COUNT              PIC 9(006).
            *>--確認未着・拒否のＡＳＮ件数--
            03   WRK-MIKAKUNIN-COUNT          PIC 9(006).
            03   WRK-KYOHI-COUNT              PIC 9(006).
            *>--例外件数の合計（監査ログへ渡す）--
            03   WRK-ERROR-COUNT              PIC 9(006).
       *>
       01   IN-FILE-STATUS                    PIC XX.
       01   EDR-FILE-STATUS                   PIC XX.
       01   AAK-FILE-STATUS                   PIC XX.
       01   ASR-FILE-STATUS                   PIC XX.
       01   CTL-FILE-STATUS                   PIC XX.
       *>
       *>--ＡＳＮ管理番号（前回値に出荷ごとに１を加えて採番する）--
       01   WRK-ASN-BANGOU                    PIC 9(006).
       *>
       *>--ＥＤＩ受注登録の一括読み込み用テーブル--
       77   CST-MAX-EDR-KENSU                 PIC 9(005) VALUE 50000.
       01   WRK-EDR-TBL.
            03   WRK-EDR-ENT                      OCCURS 50000.
                 05   WRK-EDR-ZYUTYU              PIC X(008).
                 05   WRK-EDR-SOSHIN-MOTO         PIC X(008).
       01   WRK-EDR-CNT                       PIC 9(005).
       01   WRK-EDR-IDX                       PIC 9(005).
       01   WRK-EDR-MITUKE-SW                 PIC X(001).
            88   WRK-EDR-MITUKE               VALUE "Y".
       *>
       *>--ＡＳＮ管理の一括読み込み用テーブル（終了時に全件書き戻す）--
       77   CST-MAX-ASR-KENSU                 PIC 9(005) VALUE 50000.
       01   WRK-ASR-TBL.
            03   WRK-ASR-ENT                      OCCURS 50000.
                 05   WRK-ASR-ASN-BANGOU          PIC 9(006).
                 05   WRK-ASR-JUSHIN-SAKI         PIC X(008).
                 05   WRK-ASR-ZYUTYU              PIC X(008).
                 05   WRK-ASR-MANIFEST            PIC 9(006).
                 05   WRK-ASR-SOSHIN-BI           PIC 9(008).
                 05   WRK-ASR-KAKUNIN-KUBUN       PIC X(001).
                 05   WRK-ASR-KAKUNIN-BI          PIC 9(008).
                 05   WRK-ASR-RIYU                PIC X(012).
       01   WRK-ASR-CNT                       PIC 9(005).
       01   WRK-ASR-IDX                       PIC 9(005).
       01   WRK-ASR-MITUKE-SW                 PIC X(001).
            88   WRK-ASR-MITUKE               VALUE "Y".
       *>
       *>--ＡＳＮ対象の出荷明細の退避テーブル（出荷ごとにまとめて書く）--
       77   CST-MAX-SHK-KENSU                 PIC 9(004) VALUE 9999.
       01   WRK-SHK-TBL.
            03   WRK-SHK-ENT                      OCCURS 9999.
                 05   WRK-SHK-ZYUTYU              PIC X(008).
                 05   WRK-SHK-MANIFEST            PIC 9(006).
                 05   WRK-SHK-UNSO                PIC X(002).
                 05   WRK-SHK-SHUKKA-BI           PIC 9(008).
                 05   WRK-SHK-KOKYAKU             PIC 9(006).
                 05   WRK-SHK-JUSHIN-SAKI         PIC X(008).
                 05   WRK-SHK-SHOHIN              PIC X(006).
                 05   WRK-SHK-SHUKKA-SU           PIC 9(005).
                 05   WRK-SHK-LOT-NO              PIC X(008).
                 05   WRK-SHK-ZUMI                PIC X(001).
       01   WRK-SHK-CNT                       PIC 9(004).
       01   WRK-SHK-IDX                       PIC 9(004).
       01   WRK-SHK-IDX2                      PIC 9(004).
       *>
       *>--書き出し中のＡＳＮの明細件数--
       01   WRK-ASN-MEISAI-CNT                PIC 9(006).
       *>
       *>--確認待ち日数（PRMGET01で上書き可）--
       01   WRK-MIKAKUNIN-NISSU               PIC 9(003) VALUE 002.
       *>
       *>--共通実行パラメータ取得用（PRMGET01呼び出し）--
       01   WRK-PRM-JOB-NAME                  PIC X(010)
                                        VALUE "ASNOUT01".
       01   WRK-PRM-PARM-MEI                  PIC X(010).
       01   WRK-PRM-PARM-ATAI                 PIC X(021).
       01   WRK-PRM-MITUKE-FLG                PIC X(001).
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
       *>--確認未着の基準日（実行日から確認待ち日数だけ戻した日）--
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
       *>--共通監査ログへ渡す実行実績（実行番号は採番しないためゼロ）--
       01   WRK-JOB-NAME                      PIC X(020)
                                        VALUE "ASNOUT01".
       01   WRK-AUD-RUN-ID                    PIC 9(006) VALUE ZERO.
       01   WRK-START-TIME                    PIC 9(006).
       01   WRK-START-TIME-NAMA               PIC 9(008).
       *>
       *>実行日の退避領域
       01   WRK-RUN-DATE                      PIC 9(008).
       01   WRK-RUN-DATE-H.
            03   WRK-RUN-NEN                  PIC 9(004).
            03   WRK-RUN-GETU                 PIC 9(002).
            03   WRK-RUN-HI                   PIC 9(002).
       *>----------------------------------------------------------------------------
       *>印刷用パーツ定義
       *>----------------------------------------------------------------------------
       01   HD01-MIDASHI-1.
            03   FILLER                       PIC X(030)
                     VALUE "ＡＳＮ未確認一覧".
            03   FILLER                       PIC X(012)
                                 VALUE "実行日：".
            03   HD01-NEN                     PIC 9(004).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-GETU                    PIC 9(002).
            03   FILLER                       PIC X(001)
                                 VALUE "/".
            03   HD01-HI                      PIC 9(002).
            03   FILLER                       PIC X(004)
                                 VALUE SPACE.
            03   FILLER                       PIC X(012)
                                 VALUE "ページ：".
            03   HD01-PAGE                    PIC ZZZ9.
       *>
       01   HD02-KOUMOKU-MIDASHI.
            03   FILLER                       PIC X(015)
                     VALUE "ＡＳＮ番号".
            03   FILLER                       PIC X(010)
                     VALUE "受信先".
            03   FILLER                       PIC X(012)
                     VALUE "受注番号".
            03   FILLER                       PIC X(012)
                     VALUE "ＭＦ番号".
            03   FILLER                       PIC X(012)
                     VALUE "送信日".
            03   FILLER                       PIC X(012)
                     VALUE "判定".
            03   FILLER                       PIC X(012)
                     VALUE "理由".
       *>
       01   HD03-MEISAI.
            03   HD03-ASN-BANGOU              PIC 9(006).
            03   FILLER                       PIC X(003) VALUE SPACE.
            03   HD03-JUSHIN-SAKI             PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-ZYUTYU-BANGOU           PIC X(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-MANIFEST-BANGOU         PIC 9(006).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-SOSHIN-BI               PIC 9(008).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-HANTEI                  PIC X(009).
            03   FILLER                       PIC X(002) VALUE SPACE.
            03   HD03-RIYU-CODE               PIC X(012).
       *>
       01   HD04-GOKEI.
            03   FILLER                       PIC X(024)
                     VALUE "確認未着：".
            03   HD04-MIKAKUNIN-COUNT         PIC ZZZ,ZZ9.
            03   FILLER                       PIC X(004) VALUE SPACE.
            03   FILLER                       PIC X(024)
                     VALUE "拒否：".
            03   HD04-KYOHI-COUNT             PIC ZZZ,ZZ9.
       *>
       *>--処理が終了したときに終了したことを証明するメッセージを表記する--
       01   MS1-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                          VALUE "ASNOUT01の処理結果".
       *>
       01   MS2-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "ＡＳＮ送信件数：".
            03   MSG2-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS3-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "ＡＳＮ明細件数：".
            03   MSG3-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS4-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "確認消込件数：".
            03   MSG4-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS5-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "該当ＡＳＮ無し確認：".
            03   MSG5-COUNT                   PIC ZZZ,ZZ9.
       *>
       01   MS6-MESSAGE-AREA.
            03   FILLER                       PIC X(030)
                                 VALUE "未確認・拒否件数：".
            03   MSG6-COUNT                   PIC ZZZ,ZZ9.
       *>
       *>--退避テーブルあふれ時に表示するメッセージ--
       01   MSA-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                   VALUE "退避テーブルあふれ（中止）".
       *>
       *>--入出力異常発生時に表示するメッセージ--
       01   MS9-MESSAGE-AREA.
            03   FILLER                       PIC X(040)
                  VALUE "STS02-STATUS-FILE入出力異常 STATUS=".
            03   MSG9-STATUS                  PIC X(002).
       *>----------------------------------------------------------------------------
       *>手続き部
       *>----------------------------------------------------------------------------
       PROCEDURE                         DIVISION.
       *>
           PERFORM   INIT-PROC.
       *>
           PERFORM   MAIN-PROC  UNTIL   WRK-AT-END   =   CST-END.
       *>
       *>  出荷ごとのＡＳＮの書き出し
           PERFORM   ASN-SAKUSEI-PROC
                    VARYING   WRK-SHK-IDX   FROM   1   BY   1
                    UNTIL   WRK-SHK-IDX   >   WRK-SHK-CNT.
       *>
       *>  確認未着・拒否のＡＳＮの印刷
           PERFORM   MIKAKUNIN-CHECK-PROC
                    VARYING   WRK-ASR-IDX   FROM   1   BY   1
                    UNTIL   WRK-ASR-IDX   >   WRK-ASR-CNT.
       *>
           PERFORM   TERM-PROC.
       *>
           STOP RUN.
       *>----------------------------------------------------------------------------
       *>初期処理
       *>----------------------------------------------------------------------------
       INIT-PROC                         SECTION.
       *>
       *>  作業領域の初期化・開始時刻の取得
           MOVE   SPACE      TO   WRK-AT-END.
           MOVE   ZERO       TO   WRK-IN-COUNT.
           MOVE   ZERO       TO   WRK-ASN-COUNT.
           MOVE   ZERO       TO   WRK-MEISAI-COUNT.
           MOVE   ZERO       TO   WRK-KAKUNIN-COUNT.
           MOVE   ZERO       TO   WRK-FUMEI-COUNT.
           MOVE   ZERO       TO   WRK-MIKAKUNIN-COUNT.
           MOVE   ZERO       TO   WRK-KYOHI-COUNT.
           MOVE   ZERO       TO   WRK-ERROR-COUNT.
           MOVE   ZERO       TO   WRK-PAGE-COUNT.
           MOVE   ZERO       TO   WRK-SHK-CNT.
           ACCEPT   WRK-START-TIME-NAMA   FROM   TIME.
           MOVE     WRK-START-TIME-NAMA(1:6)   TO   WRK-START-TIME.
       *>
       *>  実行日の取得・確認待ち日数の取得と確認未着の基準日の計算
           ACCEPT   WRK-RUN-DATE   FROM   DATE   YYYYMMDD.
           MOVE     WRK-RUN-DATE   TO     WRK-RUN-DATE-H.
           PERFORM   PARM-GET-PROC.
           PERFORM   KIJUN-BI-KEISAN-PROC.
       *>
       *>  前回のＡＳＮ管理番号の取得
           PERFORM   ASN-BANGOU-GET-PROC.
       *>
       *>  ＥＤＩ受注登録・ＡＳＮ管理の一括読み込みと、顧客機能確認の
       *>  ＡＳＮ管理への消し込み
           PERFORM   TOUROKU-FILE-LOAD-PROC.
           PERFORM   KANRI-FILE-LOAD-PROC.
           PERFORM   KAKUNIN-FILE-LOAD-PROC.
       *>
       *>ファイルのオープン
           OPEN   INPUT    STS02-STATUS-FILE
                  OUTPUT   ASN01-TSUCHI-FILE
                           PRT74-MIKAKUNIN-LIST.
       *>
           PERFORM   MIDASHI-WRITE-PROC.
       *>
       *>受注状況ファイルの読み込み
           PERFORM   STATUS-FILE-READ-PROC.
       *>
       INIT-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>終了処理
       *>----------------------------------------------------------------------------
       TERM-PROC                         SECTION.
       *>
       *>  確認未着・拒否件数の印刷
           MOVE   WRK-MIKAKUNIN-COUNT   TO   HD04-MIKAKUNIN-COUNT.
           MOVE   WRK-KYOHI-COUNT       TO   HD04-KYOHI-COUNT.
           MOVE   SPACE                 TO   PRT74-RECODE.
           WRITE  PRT74-RECODE.
           WRITE  PRT74-RECODE          FROM   HD04-GOKEI.
       *>
       *>ファイルのクローズ
           CLOSE   STS02-STATUS-FILE
                   ASN01-TSUCHI-FILE
                   PRT74-MIKAKUNIN-LIST.
       *>
       *>  ＡＳＮ管理ファイルの書き戻しとＡＳＮ管理番号の保存
           PERFORM   KANRI-FILE-SAVE-PROC.
           PERFORM   ASN-BANGOU-SAVE-PROC.
       *>
       *>ＡＳＮ件数・確認消込・未確認件数の表示
           COMPUTE   WRK-ERROR-COUNT   =
                     WRK-MIKAKUNIN-COUNT   +   WRK-KYOHI-COUNT.
           MOVE   WRK-ASN-COUNT       TO   MSG2-COUNT.
           MOVE   WRK-MEISAI-COUNT    TO   MSG3-COUNT.
           MOVE   WRK-KAKUNIN-COUNT   TO   MSG4-COUNT.
           MOVE   WRK-FUMEI-COUNT     TO   MSG5-COUNT.
           MOVE   WRK-ERROR-COUNT     TO   MSG6-COUNT.
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
                                          WRK-MEISAI-COUNT
                                          WRK-ERROR-COUNT
                                          WRK-START-TIME.
       *>
       TERM-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>主処理（受注状況の明細１件ごとのＡＳＮ対象の判定と退避）
       *>  出荷済み（Ｓ）で出荷数量のある明細のうち、ＥＤＩ受注登録に
       *>  ある注文で、ＡＳＮ未送信の出荷の明細を退避する
       *>----------------------------------------------------------------------------
       MAIN-PROC                          SECTION.
       *>
           ADD   1   TO   WRK-IN-COUNT.
       *>
           IF   STS02-JOKYO-KUBUN   NOT =   "S"
           OR   STS02-KIT-KUBUN     =       "C"
           OR   STS02-SHUKKA-SU     =       ZERO   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  ＥＤＩ受注登録の検索（ＥＤＩ経由でない注文は対象外）
           MOVE   SPACE   TO   WRK-EDR-MITUKE-SW.
           PERFORM   EDR-TBL-CHECK-PROC
                    VARYING   WRK-EDR-IDX   FROM   1   BY   1
                    UNTIL   WRK-EDR-IDX   >   WRK-EDR-CNT
                    OR      WRK-EDR-MITUKE.
       *>
           IF   NOT   WRK-EDR-MITUKE   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
           SUBTRACT   1   FROM   WRK-EDR-IDX.
       *>
       *>  ＡＳＮ管理の検索（送信済みの出荷は再送しない）
           MOVE   SPACE   TO   WRK-ASR-MITUKE-SW.
           PERFORM   ASR-TBL-CHECK-PROC
                    VARYING   WRK-ASR-IDX   FROM   1   BY   1
                    UNTIL   WRK-ASR-IDX   >   WRK-ASR-CNT
                    OR      WRK-ASR-MITUKE.
       *>
           IF   WRK-ASR-MITUKE   THEN
                GO   TO   MAIN-PROC-READ
           END-IF.
       *>
       *>  ＡＳＮ対象明細の退避
           IF   WRK-SHK-CNT   >=   CST-MAX-SHK-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                       TO   WRK-SHK-CNT.
           MOVE   STS02-ZYUTYU-BANGOU     TO
                  WRK-SHK-ZYUTYU(WRK-SHK-CNT).
           MOVE   STS02-MANIFEST-BANGOU   TO
                  WRK-SHK-MANIFEST(WRK-SHK-CNT).
           MOVE   STS02-UNSO-CODE         TO
                  WRK-SHK-UNSO(WRK-SHK-CNT).
           MOVE   STS02-SHUKKA-BI         TO
                  WRK-SHK-SHUKKA-BI(WRK-SHK-CNT).
           MOVE   STS02-KOKYAKU-BANGOU    TO
                  WRK-SHK-KOKYAKU(WRK-SHK-CNT).
           MOVE   WRK-EDR-SOSHIN-MOTO(WRK-EDR-IDX)   TO
                  WRK-SHK-JUSHIN-SAKI(WRK-SHK-CNT).
           MOVE   STS02-SHOHIN-CODE       TO
                  WRK-SHK-SHOHIN(WRK-SHK-CNT).
           MOVE   STS02-SHUKKA-SU         TO
                  WRK-SHK-SHUKKA-SU(WRK-SHK-CNT).
           MOVE   STS02-LOT-NO            TO
                  WRK-SHK-LOT-NO(WRK-SHK-CNT).
           MOVE   SPACE                   TO
                  WRK-SHK-ZUMI(WRK-SHK-CNT).
       *>
       MAIN-PROC-READ.
       *>
           PERFORM   STATUS-FILE-READ-PROC.
       *>
       MAIN-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＥＤＩ受注登録テーブルの突合チェック（１件分）
       *>----------------------------------------------------------------------------
       EDR-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-EDR-ZYUTYU(WRK-EDR-IDX)   =   STS02-ZYUTYU-BANGOU
           THEN
                MOVE   "Y"   TO   WRK-EDR-MITUKE-SW
           END-IF.
       *>
       EDR-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ管理テーブルの突合チェック（１件分・受注番号＋マニフェスト
       *>  番号）
       *>----------------------------------------------------------------------------
       ASR-TBL-CHECK-PROC                 SECTION.
       *>
           IF   WRK-ASR-ZYUTYU(WRK-ASR-IDX)   =   STS02-ZYUTYU-BANGOU
           AND  WRK-ASR-MANIFEST(WRK-ASR-IDX)
                                   =   STS02-MANIFEST-BANGOU   THEN
                MOVE   "Y"   TO   WRK-ASR-MITUKE-SW
           END-IF.
       *>
       ASR-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮの書き出し（未処理の退避明細を起点に１出荷分）
       *>  交換ヘッダ・出荷ヘッダを書き、同じ受注番号＋マニフェスト番号の
       *>  明細をすべて出荷明細として書き、交換トレーラで閉じる
       *>----------------------------------------------------------------------------
       ASN-SAKUSEI-PROC                   SECTION.
       *>
           IF   WRK-SHK-ZUMI(WRK-SHK-IDX)   =   "Y"   THEN
                GO   TO   ASN-SAKUSEI-PROC-EXIT
           END-IF.
       *>
           ADD    1   TO   WRK-ASN-BANGOU.
           ADD    1   TO   WRK-ASN-COUNT.
           MOVE   ZERO   TO   WRK-ASN-MEISAI-CNT.
       *>
       *>  交換ヘッダ
           MOVE   SPACE                 TO   ASN01-RECODE.
           MOVE   "IH"                  TO   ASN01-RECORD-KUBUN.
           MOVE   WRK-SHK-JUSHIN-SAKI(WRK-SHK-IDX)   TO
                  ASN01-IH-JUSHIN-SAKI.
           MOVE   WRK-ASN-BANGOU        TO   ASN01-IH-KOKAN-BANGOU.
           MOVE   WRK-RUN-DATE          TO   ASN01-IH-SAKUSEI-BI.
           WRITE  ASN01-RECODE.
       *>
       *>  出荷ヘッダ
           MOVE   SPACE                 TO   ASN01-RECODE.
           MOVE   "SH"                  TO   ASN01-RECORD-KUBUN.
           MOVE   WRK-SHK-ZYUTYU(WRK-SHK-IDX)      TO
                  ASN01-SH-ZYUTYU-BANGOU.
           MOVE   WRK-SHK-KOKYAKU(WRK-SHK-IDX)     TO
                  ASN01-SH-KOKYAKU-BANGOU.
           MOVE   WRK-SHK-MANIFEST(WRK-SHK-IDX)    TO
                  ASN01-SH-MANIFEST-BANGOU.
           MOVE   WRK-SHK-UNSO(WRK-SHK-IDX)        TO
                  ASN01-SH-UNSO-CODE.
           MOVE   WRK-SHK-SHUKKA-BI(WRK-SHK-IDX)   TO
                  ASN01-SH-SHUKKA-BI.
           WRITE  ASN01-RECODE.
       *>
       *>  出荷明細（同じ出荷の明細をすべて）
           PERFORM   ASN-MEISAI-WRITE-PROC
                    VARYING   WRK-SHK-IDX2   FROM   WRK-SHK-IDX   BY   1
                    UNTIL   WRK-SHK-IDX2   >   WRK-SHK-CNT.
       *>
       *>  交換トレーラ（出荷件数は１出荷１ＡＳＮのため常に１）
           MOVE   SPACE                 TO   ASN01-RECODE.
           MOVE   "IT"                  TO   ASN01-RECORD-KUBUN.
           MOVE   1                     TO   ASN01-IT-SHUKKA-KENSU.
           MOVE   WRK-ASN-MEISAI-CNT    TO   ASN01-IT-MEISAI-KENSU.
           WRITE  ASN01-RECODE.
       *>
       *>  ＡＳＮ管理への登録（確認未着）
           IF   WRK-ASR-CNT   >=   CST-MAX-ASR-KENSU   THEN
                PERFORM   TBL-OVER-ABORT-PROC
           END-IF.
       *>
           ADD    1                     TO   WRK-ASR-CNT.
           MOVE   WRK-ASN-BANGOU        TO
                  WRK-ASR-ASN-BANGOU(WRK-ASR-CNT).
           MOVE   WRK-SHK-JUSHIN-SAKI(WRK-SHK-IDX)   TO
                  WRK-ASR-JUSHIN-SAKI(WRK-ASR-CNT).
           MOVE   WRK-SHK-ZYUTYU(WRK-SHK-IDX)        TO
                  WRK-ASR-ZYUTYU(WRK-ASR-CNT).
           MOVE   WRK-SHK-MANIFEST(WRK-SHK-IDX)      TO
                  WRK-ASR-MANIFEST(WRK-ASR-CNT).
           MOVE   WRK-RUN-DATE          TO
                  WRK-ASR-SOSHIN-BI(WRK-ASR-CNT).
           MOVE   SPACE                 TO
                  WRK-ASR-KAKUNIN-KUBUN(WRK-ASR-CNT).
           MOVE   ZERO                  TO
                  WRK-ASR-KAKUNIN-BI(WRK-ASR-CNT).
           MOVE   SPACE                 TO
                  WRK-ASR-RIYU(WRK-ASR-CNT).
       *>
       ASN-SAKUSEI-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>出荷明細の書き出し（起点の明細と同じ出荷の明細１件分）
       *>----------------------------------------------------------------------------
       ASN-MEISAI-WRITE-PROC              SECTION.
       *>
           IF   WRK-SHK-ZUMI(WRK-SHK-IDX2)   =   "Y"
           OR   WRK-SHK-ZYUTYU(WRK-SHK-IDX2)
                           NOT =   WRK-SHK-ZYUTYU(WRK-SHK-IDX)
           OR   WRK-SHK-MANIFEST(WRK-SHK-IDX2)
                           NOT =   WRK-SHK-MANIFEST(WRK-SHK-IDX)
           THEN
                GO   TO   ASN-MEISAI-WRITE-PROC-EXIT
           END-IF.
       *>
           MOVE   SPACE                 TO   ASN01-RECODE.
           MOVE   "SD"                  TO   ASN01-RECORD-KUBUN.
           MOVE   WRK-SHK-ZYUTYU(WRK-SHK-IDX2)      TO
                  ASN01-SD-ZYUTYU-BANGOU.
           MOVE   WRK-SHK-SHOHIN(WRK-SHK-IDX2)      TO
                  ASN01-SD-SHOHIN-CODE.
           MOVE   WRK-SHK-SHUKKA-SU(WRK-SHK-IDX2)   TO
                  ASN01-SD-SHUKKA-SU.
           MOVE   WRK-SHK-LOT-NO(WRK-SHK-IDX2)      TO
                  ASN01-SD-LOT-NO.
           WRITE  ASN01-RECODE.
       *>
           MOVE   "Y"   TO   WRK-SHK-ZUMI(WRK-SHK-IDX2).
           ADD    1     TO   WRK-ASN-MEISAI-CNT.
           ADD    1     TO   WRK-MEISAI-COUNT.
       *>
       ASN-MEISAI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>確認未着・拒否のＡＳＮの判定と印刷（ＡＳＮ管理１件分）
       *>  拒否（Ｒ）のＡＳＮと、確認未着のまま送信日が基準日以前の
       *>  ＡＳＮを印刷する
       *>----------------------------------------------------------------------------
       MIKAKUNIN-CHECK-PROC               SECTION.
       *>
           IF   WRK-ASR-KAKUNIN-KUBUN(WRK-ASR-IDX)   =   "R"   THEN
                MOVE   "拒否"   TO   HD03-HANTEI
                ADD    1        TO   WRK-KYOHI-COUNT
           ELSE
                IF   WRK-ASR-KAKUNIN-KUBUN(WRK-ASR-IDX)   =   SPACE
                AND  WRK-ASR-SOSHIN-BI(WRK-ASR-IDX)
                                         <=   WRK-KIJUN-BI   THEN
                     MOVE   "未確認"   TO   HD03-HANTEI
                     ADD    1          TO   WRK-MIKAKUNIN-COUNT
                ELSE
                     GO   TO   MIKAKUNIN-CHECK-PROC-EXIT
                END-IF
           END-IF.
       *>
           IF   WRK-LINE-COUNT   >   CST-MAX-LINE   THEN
                PERFORM   MIDASHI-WRITE-PROC
           END-IF.
       *>
           MOVE   WRK-ASR-ASN-BANGOU(WRK-ASR-IDX)    TO
                  HD03-ASN-BANGOU.
           MOVE   WRK-ASR-JUSHIN-SAKI(WRK-ASR-IDX)   TO
                  HD03-JUSHIN-SAKI.
           MOVE   WRK-ASR-ZYUTYU(WRK-ASR-IDX)        TO
                  HD03-ZYUTYU-BANGOU.
           MOVE   WRK-ASR-MANIFEST(WRK-ASR-IDX)      TO
                  HD03-MANIFEST-BANGOU.
           MOVE   WRK-ASR-SOSHIN-BI(WRK-ASR-IDX)     TO
                  HD03-SOSHIN-BI.
           MOVE   WRK-ASR-RIYU(WRK-ASR-IDX)          TO
                  HD03-RIYU-CODE.
       *>
           MOVE   SPACE          TO   PRT74-RECODE.
           WRITE  PRT74-RECODE   FROM   HD03-MEISAI.
           ADD    1              TO   WRK-LINE-COUNT.
       *>
       MIKAKUNIN-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ未確認一覧の見出しの印刷処理
       *>----------------------------------------------------------------------------
       MIDASHI-WRITE-PROC                 SECTION.
       *>
           ADD     1                  TO   WRK-PAGE-COUNT.
           MOVE    ZERO               TO   WRK-LINE-COUNT.
       *>
           MOVE    WRK-RUN-NEN        TO   HD01-NEN.
           MOVE    WRK-RUN-GETU       TO   HD01-GETU.
           MOVE    WRK-RUN-HI         TO   HD01-HI.
           MOVE    WRK-PAGE-COUNT     TO   HD01-PAGE.
           MOVE    SPACE              TO   PRT74-RECODE.
           WRITE   PRT74-RECODE       FROM   HD01-MIDASHI-1.
       *>
           MOVE    SPACE              TO   PRT74-RECODE.
           WRITE   PRT74-RECODE       FROM   HD02-KOUMOKU-MIDASHI.
       *>
       MIDASHI-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＥＤＩ受注登録ファイルの一括読み込み（無い場合は対象注文なし）
       *>----------------------------------------------------------------------------
       TOUROKU-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   ZERO    TO   WRK-EDR-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   EDR01-TOUROKU-FILE.
       *>
           IF   EDR-FILE-STATUS   =   "00"   THEN
                PERFORM   TOUROKU-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   EDR01-TOUROKU-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       TOUROKU-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＥＤＩ受注登録ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       TOUROKU-FILE-READ-PROC             SECTION.
       *>
           READ EDR01-TOUROKU-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-EDR-CNT   >=   CST-MAX-EDR-KENSU   THEN
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
                     ADD   1   TO   WRK-EDR-CNT
                     MOVE   EDR01-ZYUTYU-BANGOU   TO
                         WRK-EDR-ZYUTYU(WRK-EDR-CNT)
                     MOVE   EDR01-SOSHIN-MOTO     TO
                         WRK-EDR-SOSHIN-MOTO(WRK-EDR-CNT)
           END-READ.
       *>
       TOUROKU-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ管理ファイルの一括読み込み（初回は無くてもよい）
       *>----------------------------------------------------------------------------
       KANRI-FILE-LOAD-PROC               SECTION.
       *>
           MOVE   ZERO    TO   WRK-ASR-CNT.
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   ASR01-KANRI-FILE.
       *>
           IF   ASR-FILE-STATUS   =   "00"   THEN
                PERFORM   KANRI-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   ASR01-KANRI-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KANRI-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ管理ファイルの読み込み（１件分、テーブルへ追加）
       *>----------------------------------------------------------------------------
       KANRI-FILE-READ-PROC               SECTION.
       *>
           READ ASR01-KANRI-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
       *>
               NOT   AT     END
                     IF   WRK-ASR-CNT   >=   CST-MAX-ASR-KENSU   THEN
                          PERFORM   TBL-OVER-ABORT-PROC
                     END-IF
                     ADD   1   TO   WRK-ASR-CNT
                     MOVE   ASR01-RECODE   TO   WRK-ASR-ENT(WRK-ASR-CNT)
           END-READ.
       *>
       KANRI-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ管理ファイルの書き戻し（今回送信分・確認消込を含む全件）
       *>----------------------------------------------------------------------------
       KANRI-FILE-SAVE-PROC               SECTION.
       *>
           OPEN   OUTPUT   ASR01-KANRI-FILE.
       *>
           PERFORM   KANRI-FILE-WRITE-PROC
                    VARYING   WRK-ASR-IDX   FROM   1   BY   1
                    UNTIL   WRK-ASR-IDX   >   WRK-ASR-CNT.
       *>
           CLOSE   ASR01-KANRI-FILE.
       *>
       KANRI-FILE-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ管理ファイルの書き出し（１件分）
       *>----------------------------------------------------------------------------
       KANRI-FILE-WRITE-PROC              SECTION.
       *>
           MOVE   WRK-ASR-ENT(WRK-ASR-IDX)   TO   ASR01-RECODE.
           WRITE  ASR01-RECODE.
       *>
       KANRI-FILE-WRITE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客機能確認ファイルの読み込みとＡＳＮ管理への消し込み
       *>  （確認ファイルが無い場合は消し込みなし）
       *>----------------------------------------------------------------------------
       KAKUNIN-FILE-LOAD-PROC             SECTION.
       *>
           MOVE   SPACE   TO   WRK-AT-END.
       *>
           OPEN   INPUT   AAK01-KAKUNIN-FILE.
       *>
           IF   AAK-FILE-STATUS   =   "00"   THEN
                PERFORM   KAKUNIN-FILE-READ-PROC
                         WITH TEST AFTER
                         UNTIL   WRK-AT-END = CST-END
                CLOSE   AAK01-KAKUNIN-FILE
                MOVE   SPACE   TO   WRK-AT-END
           END-IF.
       *>
       KAKUNIN-FILE-LOAD-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>顧客機能確認ファイルの読み込み（１件分）
       *>  送信元コード＋ＡＳＮ管理番号の一致するＡＳＮへ確認結果・確認日・
       *>  理由コードを記録する。該当の無い確認は件数のみ数える
       *>----------------------------------------------------------------------------
       KAKUNIN-FILE-READ-PROC             SECTION.
       *>
           READ AAK01-KAKUNIN-FILE
               AT    END
                     MOVE   "END"   TO   WRK-AT-END
                     GO   TO   KAKUNIN-FILE-READ-PROC-EXIT
           END-READ.
       *>
           MOVE   SPACE   TO   WRK-ASR-MITUKE-SW.
           PERFORM   KAKUNIN-TBL-CHECK-PROC
                    VARYING   WRK-ASR-IDX   FROM   1   BY   1
                    UNTIL   WRK-ASR-IDX   >   WRK-ASR-CNT
                    OR      WRK-ASR-MITUKE.
       *>
           IF   NOT   WRK-ASR-MITUKE   THEN
                ADD   1   TO   WRK-FUMEI-COUNT
                GO   TO   KAKUNIN-FILE-READ-PROC-EXIT
           END-IF.
           SUBTRACT   1   FROM   WRK-ASR-IDX.
       *>
           MOVE   AAK01-KEKKA-KUBUN   TO
                  WRK-ASR-KAKUNIN-KUBUN(WRK-ASR-IDX).
           MOVE   WRK-RUN-DATE        TO
                  WRK-ASR-KAKUNIN-BI(WRK-ASR-IDX).
           MOVE   AAK01-RIYU-CODE     TO
                  WRK-ASR-RIYU(WRK-ASR-IDX).
           ADD    1                   TO   WRK-KAKUNIN-COUNT.
       *>
       KAKUNIN-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>ＡＳＮ管理テーブルと確認の突合チェック（１件分・送信元コード＋
       *>  ＡＳＮ管理番号）
       *>----------------------------------------------------------------------------
       KAKUNIN-TBL-CHECK-PROC             SECTION.
       *>
           IF   WRK-ASR-ASN-BANGOU(WRK-ASR-IDX)   =   AAK01-KOKAN-BANGOU
           AND  WRK-ASR-JUSHIN-SAKI(WRK-ASR-IDX)
                                   =   AAK01-SOSHIN-MOTO   THEN
                MOVE   "Y"   TO   WRK-ASR-MITUKE-SW
           END-IF.
       *>
       KAKUNIN-TBL-CHECK-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>前回ＡＳＮ管理番号の取得（制御ファイルが無い初回実行時はゼロ）
       *>----------------------------------------------------------------------------
       ASN-BANGOU-GET-PROC                SECTION.
       *>
           MOVE   ZERO   TO   WRK-ASN-BANGOU.
       *>
           OPEN   INPUT   CTL12-ASNNO-FILE.
       *>
           IF   CTL-FILE-STATUS   =   "00"   THEN
                READ   CTL12-ASNNO-FILE
                  AT       END
                           MOVE   ZERO               TO
                                        WRK-ASN-BANGOU
                  NOT   AT END
                           MOVE   CTL12-ASN-BANGOU   TO
                                        WRK-ASN-BANGOU
                END-READ
                CLOSE   CTL12-ASNNO-FILE
           END-IF.
       *>
       ASN-BANGOU-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>今回のＡＳＮ管理番号を制御ファイルへ保存し、次回実行へ引き継ぐ
       *>----------------------------------------------------------------------------
       ASN-BANGOU-SAVE-PROC               SECTION.
       *>
           OPEN   OUTPUT   CTL12-ASNNO-FILE.
       *>
           MOVE   WRK-ASN-BANGOU   TO   CTL12-ASN-BANGOU.
       *>
           WRITE   CTL12-RECODE.
       *>
           CLOSE   CTL12-ASNNO-FILE.
       *>
       ASN-BANGOU-SAVE-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>共通実行パラメータの取得
       *>  共通実行パラメータファイル（PRM01）よりMIKAKUNIN（ＡＳＮの確認
       *>  待ち日数）を取得する。未登録の場合は既定値のままとする
       *>----------------------------------------------------------------------------
       PARM-GET-PROC                     SECTION.
       *>
           MOVE   "MIKAKUNIN"   TO   WRK-PRM-PARM-MEI.
           CALL   "PRMGET01"   USING   WRK-PRM-JOB-NAME
                                        WRK-PRM-PARM-MEI
                                        WRK-RUN-DATE
                                        WRK-PRM-PARM-ATAI
                                        WRK-PRM-MITUKE-FLG.
           IF   WRK-PRM-MITUKE-FLG       =   "Y"
           AND  WRK-PRM-PARM-ATAI(1:3)   IS   NUMERIC   THEN
                MOVE   WRK-PRM-PARM-ATAI(1:3)   TO
                       WRK-MIKAKUNIN-NISSU
           END-IF.
       *>
       PARM-GET-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>確認未着の基準日の計算処理（実行日から確認待ち日数だけ日付を戻す）
       *>----------------------------------------------------------------------------
       KIJUN-BI-KEISAN-PROC              SECTION.
       *>
           MOVE   WRK-RUN-NEN           TO   WRK-KIJUN-NEN.
           MOVE   WRK-RUN-GETU          TO   WRK-KIJUN-GETU.
           MOVE   WRK-RUN-HI            TO   WRK-KIJUN-HI.
           MOVE   WRK-MIKAKUNIN-NISSU   TO   WRK-KIJUN-ZAN-NISSU.
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
       *>受注状況ファイルの読み込み
       *>----------------------------------------------------------------------------
       STATUS-FILE-READ-PROC              SECTION.
       *>
           READ   STS02-STATUS-FILE
             AT   END
                  MOVE   "END"   TO   WRK-AT-END
           END-READ.
       *>
       *>  正常終了（"10"）以外のステータスは入出力異常として中断
           IF   IN-FILE-STATUS NOT = "00"
                AND   IN-FILE-STATUS NOT = "10"   THEN
                PERFORM   FILE-STATUS-ERROR-PROC
           END-IF.
       *>
       STATUS-FILE-READ-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>入力ファイルの入出力異常処理（異常終了）
       *>----------------------------------------------------------------------------
       FILE-STATUS-ERROR-PROC             SECTION.
       *>
           MOVE   IN-FILE-STATUS   TO   MSG9-STATUS.
           DISPLAY   MS9-MESSAGE-AREA   UPON   CONSOLE.
       *>
           MOVE   16               TO   RETURN-CODE.
           STOP   RUN.
       *>
       FILE-STATUS-ERROR-PROC-EXIT.
       *>
           EXIT.
       *>----------------------------------------------------------------------------
       *>退避テーブルあふれ処理（異常終了する）
       *>----------------------------------------------------------------------------
       TBL-OVER-ABORT-PROC                SECTION.
       *>
           DISPLAY   MSA-MESSAGE-AREA   UPON   CONSOLE.
           MOVE   16   TO   RETURN-CODE.
           STOP   RUN.
       *>
       TBL-OVER-ABORT-PROC-EXIT.
       *>
           EXIT.
