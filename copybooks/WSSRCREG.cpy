*> WSSRCREG - source-system register (SRCREG), keyed on the source
*> system id the source puts in its KEYIN header (FH-SOURCE-SYSTEM).
*> One entry per application allowed to send us keys: whether it is
*> active, the weekdays its file is due, and the POLREF rule set and
*> hash algorithm its keys are checked and hashed under.  Merged by
*> EXAMPLE1L from the flat SRCSYS extract - the settings come from
*> the extract, the last-intake fields are kept - and read by the
*> EXAMPLE1I intake, which stamps the rule set and algorithm on each
*> accepted segment's header and records what it did with the
*> source's file.
*>     SRC-EXPECTED-DAYS   one Y/N per weekday, Monday first; a
*>                         source is not expected on a BUSCAL holiday
*>     SRC-POLICY-RULE-SET PRL-RULE-SET of the extra POLREF rules for
*>                         this source; blank = base rules only
*>     SRC-HASH-ALGORITHM  SHA1 / SHA256 / BOTH / HMAC256; blank =
*>                         the CTLCARD algorithm

01  SOURCE-REGISTER-RECORD.
    05  SRC-SOURCE-ID               PIC X(8).
    05  SRC-STATUS                  PIC X.
        88  SRC-STATUS-ACTIVE               VALUE "A".
        88  SRC-STATUS-SUSPENDED            VALUE "S".
    05  SRC-EXPECTED-DAYS.
        10  SRC-EXPECTED-DAY        PIC X OCCURS 7 TIMES.
    05  SRC-POLICY-RULE-SET         PIC X(8).
    05  SRC-HASH-ALGORITHM          PIC X(8).
        88  SRC-ALGO-IS-VALID               VALUE SPACES
                                                  "SHA1"
                                                  "SHA256"
                                                  "BOTH"
                                                  "HMAC256".
    05  SRC-DESCRIPTION             PIC X(30).
    05  SRC-LOADED-DATE             PIC X(8).
*> Maintained by EXAMPLE1I: the processing date of the last intake,
*> what became of the source's file(s) on it - ACCEPTED, HELD, MISSING
*> (due and not received) or NOTDUE - and the header date and key
*> count of the last file it accepted.
    05  SRC-LAST-INTAKE-DATE        PIC X(8).
    05  SRC-LAST-OUTCOME            PIC X(8).
    05  SRC-LAST-FILE-DATE          PIC X(8).
    05  SRC-LAST-KEY-COUNT          PIC 9(9).
