*> Shared SQRTSLOG entry session log record: one line for every
*> sign-on the entry screen accepted or refused, every department
*> code a signed-on clerk was refused, and the close of every
*> session with the number of values it wrote. Together with the
*> operator id stamped on each session's deck header, this is how a
*> charge on a department's invoice is traced back to the person
*> who keyed it. Kept in a copybook so the entry screen and anything
*> that reads the log can't drift apart.
01  session-log-rec.
    05  slg-date            pic 9(8).
    05  filler              pic x(1).
    05  slg-time            pic 9(8).
    05  filler              pic x(1).
    05  slg-operator        pic x(8).
    05  filler              pic x(1).
*> S signed on, F sign-on refused, D department refused, E session
*> ended.
    05  slg-event           pic x.
        88  slg-signed-on          value "S".
        88  slg-sign-on-refused    value "F".
        88  slg-dept-refused       value "D".
        88  slg-session-ended      value "E".
    05  filler              pic x(1).
    05  slg-dept            pic x(4).
    05  filler              pic x(1).
    05  slg-request-id      pic x(8).
    05  filler              pic x(1).
    05  slg-count           pic 9(5).
    05  filler              pic x(1).
    05  slg-text            pic x(30).
