DATA DIVISION.
FILE SECTION.
FD REWARDS-SLICE-1.
01  WS-REWARDS-SLICE-LINE-1 PIC X(39).
FD REWARDS-SLICE-2.
01  WS-REWARDS-SLICE-LINE-2 PIC X(39).
FD REWARDS-SLICE-3.
01  WS-REWARDS-SLICE-LINE-3 PIC X(39).
FD REWARDS-SLICE-4.
01  WS-REWARDS-SLICE-LINE-4 PIC X(39).

FD REJECT-SLICE-1.
01  WS-REJECT-SLICE-LINE-1 PIC X(114).
FD REJECT-SLICE-2.
01  WS-REJECT-SLICE-LINE-2 PIC X(114).
FD REJECT-SLICE-3.
01  WS-REJECT-SLICE-LINE-3 PIC X(114).
FD REJECT-SLICE-4.
01  WS-REJECT-SLICE-LINE-4 PIC X(114).

*> Index-slice records: same shape as CARDIDX.cpy, but each FD needs
*> its own uniquely-named key field.
01  WS-CONTROL-SLICE-LINE-4 PIC X(73).

FD REWARDS-FILE.
01  WS-REWARDS-OUT-LINE PIC X(39).
FD REJECT-FILE.
01  WS-REJECT-OUT-LINE PIC X(114).
FD CARD-INDEX-FILE.
COPY CARDIDX.
FD SCORING-CONTROL-FILE.
