*> EXAMPLE1OW - symbolic map copybook for mapset EXAMPLE1MS, screen
*> EXAMPLE1OW (the EX1M key ownership maintenance transaction).
*> Generated from the BMS macro source (not kept in this tree);
*> reproduced here so EXAMPLE1M.cob has something to COPY against.
*> Field order matches the BMS DFHMDF definitions: ACTION (input,
*> A=add C=change D=delete B=browse), TOKEN (input), APPL (input,
*> owning application), CONT (input, contact mailbox), EXPDT (input,
*> yyyymmdd), MSG (output), BRWS (output, 10 repeating browse lines of
*> ownership register entries).

01  EXAMPLE1OWI.
    02  FILLER                  PIC X(12).
    02  ACTIONL                 PIC S9(4) COMP.
    02  ACTIONF                 PIC X.
    02  FILLER REDEFINES ACTIONF PIC X.
    02  EXAMPLE1OWI-ACTIONI     PIC X.
    02  TOKENL                  PIC S9(4) COMP.
    02  TOKENF                  PIC X.
    02  FILLER REDEFINES TOKENF PIC X.
    02  EXAMPLE1OWI-TOKENI      PIC X(22).
    02  APPLL                   PIC S9(4) COMP.
    02  APPLF                   PIC X.
    02  FILLER REDEFINES APPLF  PIC X.
    02  EXAMPLE1OWI-APPLI       PIC X(20).
    02  CONTL                   PIC S9(4) COMP.
    02  CONTF                   PIC X.
    02  FILLER REDEFINES CONTF  PIC X.
    02  EXAMPLE1OWI-CONTI       PIC X(60).
    02  EXPDTL                  PIC S9(4) COMP.
    02  EXPDTF                  PIC X.
    02  FILLER REDEFINES EXPDTF PIC X.
    02  EXAMPLE1OWI-EXPDTI      PIC X(8).

01  EXAMPLE1OWO REDEFINES EXAMPLE1OWI.
    02  FILLER                  PIC X(12).
    02  FILLER                  PIC X(2).
    02  EXAMPLE1OWO-ACTIONA     PIC X.
    02  EXAMPLE1OWO-ACTIONO     PIC X.
    02  FILLER                  PIC X(2).
    02  EXAMPLE1OWO-TOKENA      PIC X.
    02  EXAMPLE1OWO-TOKENO      PIC X(22).
    02  FILLER                  PIC X(2).
    02  EXAMPLE1OWO-APPLA       PIC X.
    02  EXAMPLE1OWO-APPLO       PIC X(20).
    02  FILLER                  PIC X(2).
    02  EXAMPLE1OWO-CONTA       PIC X.
    02  EXAMPLE1OWO-CONTO       PIC X(60).
    02  FILLER                  PIC X(2).
    02  EXAMPLE1OWO-EXPDTA      PIC X.
    02  EXAMPLE1OWO-EXPDTO      PIC X(8).
    02  FILLER                  PIC X(2).
    02  EXAMPLE1OWO-MSGA        PIC X.
    02  EXAMPLE1OWO-MSGO        PIC X(79).
    02  EXAMPLE1OWO-BRWS-LINE OCCURS 10 TIMES.
        03  FILLER              PIC X(2).
        03  EXAMPLE1OWO-BRWSA   PIC X.
        03  EXAMPLE1OWO-BRWSO   PIC X(79).
