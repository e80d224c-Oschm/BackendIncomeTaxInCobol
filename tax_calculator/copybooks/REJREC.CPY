001600         88  REJ-DUPLICATE-EMP-ID     VALUE 06.
001650         88  REJ-BAD-PAY-FREQ         VALUE 07.
001660         88  REJ-BAD-TAX-CLASS        VALUE 08.
001670         88  REJ-BAD-REC-TYPE         VALUE 09.
001680         88  REJ-ONE-OFF-ZERO         VALUE 10.
001690         88  REJ-AFTER-EXIT           VALUE 11.
001700     05  REJ-REASON-TEXT          PIC X(30).
001800     05  FILLER                   PIC X(08).
