             05 WK-HST-CORR                   PIC  X(050).
             05 WK-HST-IMG-ANTES              PIC  X(130).
             05 WK-HST-IMG-DEPOIS             PIC  X(130).
             05 WK-HST-GEO-ANTES              PIC  X(020).
             05 WK-HST-GEO-DEPOIS             PIC  X(020).
             05 WK-HST-USUARIO                PIC  X(008).
          03 WK-BROWSE-KEY.
             05 WK-BROWSE-CEP                 PIC  X(008).
             05 FILLER                        PIC  X(025).
