       01  MC-CONSTANTS.
           05  MC-EXIT-VALUE           PIC 9(02) VALUE 06.
           05  MC-CHOICE-LOW           PIC 9(02) VALUE 01.
           05  MC-CHOICE-HIGH          PIC 9(02) VALUE 14.

       01  MC-MENU-TEXT.
           05  MC-LINE-01              PIC X(30)
               VALUE " [11] Branch Summary ".
           05  MC-LINE-13              PIC X(30)
               VALUE " [12] Regional Rollup ".
           05  MC-LINE-14              PIC X(30)
               VALUE " [13] GL Journal ".
           05  MC-LINE-15              PIC X(30)
               VALUE " [14] Large-Value Alerts ".
