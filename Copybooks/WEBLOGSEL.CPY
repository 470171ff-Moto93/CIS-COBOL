      *************************************************************
      *  Web-store import log - FILE-CONTROL entry.
      *  One line per web order WebImp has queued, so a re-sent or
      *  overlapping export never queues the same order twice.
      *************************************************************
           Select Web-Import-Log-File assign to "WEBLOG.DAT"
               organization is line sequential
               file status is WS-WL-Status.
