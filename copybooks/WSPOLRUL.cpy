*>     SUFFIX    key ending with PRL-PATTERN-VALUE fails
*> PRL-REASON-TEXT is the rule's own reason line on the HASHVAL
*> exception file, so the vault team can see which rules fire.
*> PRL-RULE-SET groups rules for particular source systems: a blank
*> rule set is a base rule applied to every key, a named one applies
*> only to keys from sources whose SRCREG entry (WSSRCREG) names that
*> rule set.

01  POLICY-RULE-RECORD.
    05  PRL-RULE-ID                 PIC X(8).
    05  PRL-NUMERIC-PARM            PIC 9(3).
    05  PRL-PATTERN-VALUE           PIC X(20).
    05  PRL-REASON-TEXT             PIC X(30).
    05  PRL-RULE-SET                PIC X(8).
