           05 BK-Status            pic x(1).
              88 BK-Open              value "O".
              88 BK-Filled            value "F".
      *    the day a release filled the entry; zero while it is
      *    open and on entries filled before fills were dated
           05 BK-Fill-Date         pic 9(8).
