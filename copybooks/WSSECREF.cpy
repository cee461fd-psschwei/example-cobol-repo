*> WSSECREF - keyed-hash secret reference record, keyed on the secret
*> version.  Holds the secrets the HMAC256 algorithm (WSCTRL) keys its
*> SHA-256 hashes with, so a copy of HASHRPT, IDMIFACE or the AUDIT
*> hashes cannot be tested against guessed keys offline.  Loaded by
*> EXAMPLE1L from the security team's SECEXT extract; like TOKENXRF
*> the cluster is access-controlled at the dataset level, and no job
*> ever prints a secret value.  The secret in force is the highest
*> version that is active and whose effective date has been reached;
*> older versions stay on file so hashes already issued under them
*> can still be identified (AUD-/IF-/RRG-SECRET-VERSION).  A version's
*> secret value never changes once loaded - rotation is a new
*> version, never an edit.

01  SECRET-REF-RECORD.
    05  SCR-SECRET-VERSION          PIC 9(4).
    05  SCR-STATUS                  PIC X.
        88  SCR-STATUS-ACTIVE               VALUE "A".
        88  SCR-STATUS-RETIRED              VALUE "R".
    05  SCR-EFFECTIVE-DATE          PIC X(8).
    05  SCR-SECRET-VALUE            PIC X(64).
    05  SCR-LOADED-DATE             PIC X(8).
