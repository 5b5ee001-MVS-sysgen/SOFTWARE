      *STEPMONC
      *
      * COMMAREA carried across pseudo-conversational sends for the
      * STEPMON in-flight job monitor - only the page the operator is
      * looking at.  Every send rebuilds the in-flight list from the
      * live STEPAUDT trail, so nothing else needs to survive between
      * sends; Enter redisplays MN-PAGE-NBR fresh, PF8/PF7 move it one
      * page forward or back.  MN-PAGE-COUNT is the page count the
      * last send found, used only to word the paging message.
      *
       01  STEPMON-COMMAREA.
           05  MN-PAGE-NBR           PIC  9(04).
           05  MN-PAGE-COUNT         PIC  9(04).
