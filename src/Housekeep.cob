      *>   CUTOVER=Y     cut the grow-forever files over to dated
      *>                 archives (Audit.log, TicketFeed.csv,
      *>                 PrintQueue.txt, AlertAcked.txt)
      *>   PDYEARS=nn    personal data retention - read by PdRetain's
      *>                 anonymisation run, not here
      SELECT Retention-File ASSIGN TO "Retention.dat"
      ORGANISATION LINE SEQUENTIAL
      ACCESS MODE SEQUENTIAL
