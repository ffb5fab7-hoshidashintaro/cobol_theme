            03   IN2N-ZAIKO-SU                PIC 9(006).
            03   IN2N-ATO-BU                  PIC X(034).
            03   IN2N-ZEI-KUBUN               PIC X(001).
            03   IN2N-CHOKUSO-KUBUN           PIC X(001).
            03   IN2N-SERIAL-KUBUN            PIC X(001).
            03   IN2N-KENSA-KUBUN             PIC X(001).
            03   IN2N-KENSA-SU                PIC 9(006).
            03   IN2N-SETUP-KUBUN             PIC X(001).
       *>----------------------------------------------------------------------------
       *>倉庫別在庫ファイルのレイアウト定義（旧・在庫数４桁）
       *>----------------------------------------------------------------------------
            03   BON-HIDUKE                  PIC 9(008).
            03   BON-ZIKAN                   PIC X(004).
            03   BON-ATO-BU                  PIC X(038).
            03   BON-NOHIN-SAKI              PIC X(003).
            03   BON-KAKAKU-SHONIN-KUBUN     PIC X(001).
            03   BON-SURYO-KAKUNIN-KUBUN     PIC X(001).
       *>----------------------------------------------------------------------------
       *>入荷待ち繰越のレイアウト定義（旧）
       *>----------------------------------------------------------------------------
            03   BCN-HIDUKE                  PIC 9(008).
            03   BCN-ZIKAN                   PIC X(004).
            03   BCN-ATO-BU                  PIC X(038).
            03   BCN-NOHIN-SAKI              PIC X(003).
            03   BCN-KAKAKU-SHONIN-KUBUN     PIC X(001).
            03   BCN-SURYO-KAKUNIN-KUBUN     PIC X(001).
       *>----------------------------------------------------------------------------
       *>保留ファイルのレイアウト定義（旧）
       *>----------------------------------------------------------------------------
            03   HLDN-HIDUKE                 PIC 9(008).
            03   HLDN-ZIKAN                  PIC X(004).
            03   HLDN-ATO-BU                 PIC X(036).
            03   HLDN-NOHIN-SAKI             PIC X(003).
            03   HLDN-CHOKUSO-KUBUN          PIC X(001).
            03   HLDN-KAKAKU-SHONIN-KUBUN    PIC X(001).
            03   HLDN-SURYO-KAKUNIN-KUBUN    PIC X(001).
       *>----------------------------------------------------------------------------
       *>受注アーカイブのレイアウト定義（旧）
       *>----------------------------------------------------------------------------
            03   STSN-NAKA-2                 PIC X(094).
            03   STSN-SEIKYU-ZUMI-SU         PIC 9(005).
            03   STSN-KIT-BU                 PIC X(007).
            03   STSN-HAITATSU-KUBUN         PIC X(001).
            03   STSN-HAITATSU-BI            PIC 9(008).
       *>----------------------------------------------------------------------------
       *>返金ファイルのレイアウト定義（旧）
       *>----------------------------------------------------------------------------
            03   RSVN-TYUMON-SU              PIC S9(005).
            03   RSVN-HIDUKE                 PIC 9(008).
            03   RSVN-ATO-BU                 PIC X(019).
            03   RSVN-NOHIN-SAKI             PIC X(003).
            03   RSVN-CHOKUSO-KUBUN          PIC X(001).
            03   RSVN-KAKAKU-SHONIN-KUBUN    PIC X(001).
            03   RSVN-SURYO-KAKUNIN-KUBUN    PIC X(001).
       *>----------------------------------------------------------------------------
       *>予約繰越ファイルのレイアウト定義（旧）
       *>----------------------------------------------------------------------------
            03   RSCN-TYUMON-SU              PIC S9(005).
            03   RSCN-HIDUKE                 PIC 9(008).
            03   RSCN-ATO-BU                 PIC X(019).
            03   RSCN-NOHIN-SAKI             PIC X(003).
            03   RSCN-CHOKUSO-KUBUN          PIC X(001).
            03   RSCN-KAKAKU-SHONIN-KUBUN    PIC X(001).
            03   RSCN-SURYO-KAKUNIN-KUBUN    PIC X(001).
       *>----------------------------------------------------------------------------
       *>定期受注マスタのレイアウト定義（旧）
       *>----------------------------------------------------------------------------
            03   STON-MAE-BU                 PIC X(015).
            03   STON-TYUMON-SU              PIC 9(005).
            03   STON-ATO-BU                 PIC X(011).
            03   STON-SHURYO-BI              PIC 9(008).
       *>----------------------------------------------------------------------------
       *>[出力]変換結果報告ファイルのレイアウト定義
       *>----------------------------------------------------------------------------
           MOVE   IN2O-ZAIKO-SU      TO   IN2N-ZAIKO-SU.
           MOVE   IN2O-ATO-BU        TO   IN2N-ATO-BU.
           MOVE   SPACE              TO   IN2N-ZEI-KUBUN.
           MOVE   SPACE              TO   IN2N-CHOKUSO-KUBUN.
           MOVE   SPACE              TO   IN2N-SERIAL-KUBUN.
           MOVE   SPACE              TO   IN2N-KENSA-KUBUN.
           MOVE   ZERO               TO   IN2N-KENSA-SU.
           MOVE   SPACE              TO   IN2N-SETUP-KUBUN.
       *>
           ADD    1                  TO   WRK-ATO-KENSU.
           ADD    IN2N-ZAIKO-SU      TO   WRK-ATO-GOKEI.
           ADD    20000000             TO   BON-HIDUKE.
           MOVE   BOO-ZIKAN             TO   BON-ZIKAN.
           MOVE   BOO-ATO-BU            TO   BON-ATO-BU.
           MOVE   SPACE                  TO   BON-NOHIN-SAKI.
           MOVE   SPACE                  TO   BON-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE                  TO   BON-SURYO-KAKUNIN-KUBUN.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
           ADD    20000000             TO   BCN-HIDUKE.
           MOVE   BCO-ZIKAN             TO   BCN-ZIKAN.
           MOVE   BCO-ATO-BU            TO   BCN-ATO-BU.
           MOVE   SPACE                  TO   BCN-NOHIN-SAKI.
           MOVE   SPACE                  TO   BCN-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE                  TO   BCN-SURYO-KAKUNIN-KUBUN.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
           ADD    20000000             TO   HLDN-HIDUKE.
           MOVE   HLDO-ZIKAN             TO   HLDN-ZIKAN.
           MOVE   HLDO-ATO-BU            TO   HLDN-ATO-BU.
           MOVE   SPACE                  TO   HLDN-NOHIN-SAKI.
           MOVE   SPACE                  TO   HLDN-CHOKUSO-KUBUN.
           MOVE   SPACE                  TO   HLDN-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE                  TO   HLDN-SURYO-KAKUNIN-KUBUN.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
           MOVE   STSO-NAKA-2            TO   STSN-NAKA-2.
           MOVE   STSO-SEIKYU-ZUMI-SU    TO   STSN-SEIKYU-ZUMI-SU.
           MOVE   SPACE                  TO   STSN-KIT-BU.
           MOVE   SPACE                  TO   STSN-HAITATSU-KUBUN.
           MOVE   ZERO                   TO   STSN-HAITATSU-BI.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
           MOVE   RSVO-HIDUKE            TO   RSVN-HIDUKE.
           ADD    20000000             TO   RSVN-HIDUKE.
           MOVE   RSVO-ATO-BU            TO   RSVN-ATO-BU.
           MOVE   SPACE                  TO   RSVN-NOHIN-SAKI.
           MOVE   SPACE                  TO   RSVN-CHOKUSO-KUBUN.
           MOVE   SPACE                  TO   RSVN-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE                  TO   RSVN-SURYO-KAKUNIN-KUBUN.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
           MOVE   RSCO-HIDUKE            TO   RSCN-HIDUKE.
           ADD    20000000             TO   RSCN-HIDUKE.
           MOVE   RSCO-ATO-BU            TO   RSCN-ATO-BU.
           MOVE   SPACE                  TO   RSCN-NOHIN-SAKI.
           MOVE   SPACE                  TO   RSCN-CHOKUSO-KUBUN.
           MOVE   SPACE                  TO   RSCN-KAKAKU-SHONIN-KUBUN.
           MOVE   SPACE                  TO   RSCN-SURYO-KAKUNIN-KUBUN.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
           MOVE   STOO-MAE-BU            TO   STON-MAE-BU.
           MOVE   STOO-TYUMON-SU         TO   STON-TYUMON-SU.
           MOVE   STOO-ATO-BU            TO   STON-ATO-BU.
           MOVE   ZERO                   TO   STON-SHURYO-BI.
       *>
           MOVE   SPACE             TO   WRK-HENSHU-AREA.
           MOVE   "D"               TO   WRK-HENSHU-SYUBETU.
