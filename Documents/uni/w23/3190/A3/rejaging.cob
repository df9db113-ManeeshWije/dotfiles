      *> record; this program lists the entries still open after a
      *> chosen number of days, broken down by rejection reason code
      *> and by source file, so the queue gets worked instead of
      *> month-old .REJ files piling up unprocessed. The report
      *> carries the operator id keyed at start-up.

       identification division.
       program-id. reject-aging.
                   02 orj-opened  pic 9(8).
                   02 orj-closed  pic 9(8).
                   02 orj-status  pic x.
                   02 orj-qty     pic x(5).
                   02 orj-disposition pic x(4).
                   02 orj-comment pic x(40).

           fd aging-file.
               01 aging-record    pic x(80).
           77 openrej-file-status pic x(2).
           77 eof-switch    pic 9   value 1.

      *> the operator running this session
           01 operator-id   pic x(8)  value spaces.

      *> aging threshold keyed by the operator
           01 age-days-x    pic x(4).
           77 age-days      pic s9(4) comp value 7.
      *> much of it is worked and how much is waiting
           77 count-open    pic s9(9) comp value zero.
           77 count-closed  pic s9(9) comp value zero.
           77 count-written-off pic s9(9) comp value zero.
           77 count-aged    pic s9(9) comp value zero.

      *> per-reason tallies of the aged entries -- the codes are
               "  OUTSTANDING REJECTS OVER  ".
               02 atl-days  pic zzz9.
               02 filler    pic x(10) value " DAYS OLD".
               02 filler    pic x(12) value "  OPERATOR: ".
               02 atl-operator pic x(8).
           01 age-underline.
               02 filler    pic x(60) value all "-".

               02 agt-closed pic zzzzzzz9.
               02 filler    pic x(13) value "  OVER LIMIT:".
               02 agt-aged  pic zzzzzzz9.
               02 filler    pic x(8)  value "  W/OFF:".
               02 agt-written-off pic zzzzzzz9.

       procedure division.
           display "Outstanding-rejects aging report".
           perform accept-operator-id
               until operator-id is not equal to spaces.
           display "Enter days open before a reject is listed "
               "(blank or 0 for 7): ".
           accept age-days-x.

           open output aging-file.
           move age-days to atl-days.
           move operator-id to atl-operator.
           write aging-record from age-underline.
           write aging-record from age-title-line.
           write aging-record from age-underline.
           move count-open to agt-open.
           move count-closed to agt-closed.
           move count-aged to agt-aged.
           move count-written-off to agt-written-off.
           move spaces to aging-line.
           perform put-aging-line.
           move age-total-line to aging-line.
           display aging-line.
           write aging-record from aging-line.

      *> judge one queue entry: closed and written-off entries are
      *> only counted, open ones age from the date the reject was
      *> first posted, and those over the operator's limit are listed
      *> and folded into the reason and source-file breakdowns
       age-one-record.
           if orj-status is equal to "C"
               add 1 to count-closed
           else if orj-status is equal to "W"
               add 1 to count-written-off
           else
               add 1 to count-open
               if orj-opened is greater than 19000101
               move age-srcfile-line to aging-line
               perform put-aging-line
           end-perform.

      *> take the operator id the session is run under -- asked again
      *> until one is given
       accept-operator-id.
           display "Enter operator id: ".
           accept operator-id.
           inspect operator-id converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
