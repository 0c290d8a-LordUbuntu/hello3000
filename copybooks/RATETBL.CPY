000136*                  BADGE GOES UNRETURNED PAST THE GRACE
000138*                  PERIOD. ACCOUNTING MAINTAINS THE AMOUNT
000139*                  HERE LIKE THE PER-GREETING RATES.
000140* 2026-10-14 JB    ADDED RT-EFFECTIVE-DATE - EACH RECORD NOW
000141*                  CARRIES THE DATE (YYYYMMDD) ITS RATE TAKES
000142*                  EFFECT, SO ONE PERSON TYPE MAY HAVE SEVERAL
000143*                  RECORDS AND A FUTURE RATE CAN BE KEYED
000144*                  AHEAD OF TIME. THE RATE IN FORCE ON A DATE
000145*                  IS THE ONE WITH THE LATEST EFFECTIVE DATE
000146*                  NOT AFTER IT; ZERO MEANS IN FORCE FROM THE
000147*                  START. MAINTAINED BY RATUPDT, WHICH KEEPS
000148*                  THE FILE IN TYPE/EFFECTIVE-DATE ORDER.
000149*                  RECORD LENGTH 6 -> 14.
000150*===============================================================
000151 01  CHARGE-RATE-RECORD.
000160     05 RT-PERSON-TYPE               PIC X(01).
000170         88 RT-EMPLOYEE-RATE                   VALUE 'E'.
000180         88 RT-VISITOR-RATE                    VALUE 'V'.
000185         88 RT-LOST-BADGE-RATE                 VALUE 'B'.
000190     05 RT-RATE-AMOUNT               PIC 9(03)V9(02).
000200     05 RT-EFFECTIVE-DATE            PIC 9(08).
