      * Shared posting-period check working storage. COPY into
      * WORKING-STORAGE and COPY PERIODPR into PROCEDURE DIVISION.
      * The caller must declare the period-control file:
      *     SELECT PeriodCtlFile ASSIGN TO 'data/period-control.dat'
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS RANDOM
      *       RECORD KEY IS PcMonth
      *       FILE STATUS IS PeriodCtlStatus.
      * with FD PeriodCtlFile / COPY PERIODCTL. PERFORM
      * OpenPeriodControl before posting and ClosePeriodControl
      * before STOP RUN. To check a posting date, move it to
      * PeriodCheckDate and PERFORM CheckPostingPeriod; when
      * PostingPeriodClosed is set the entry must not be written,
      * and ShowClosedPeriod tells the operator the open period to
      * post to instead (OpenPeriodMonth). With no control file on
      * disk every period is open.
       01 PeriodCtlStatus PIC XX VALUE SPACES.
          88 PeriodCtlOk VALUE "00".
       01 PeriodCtlOpenFlag PIC X VALUE "N".
          88 PeriodCtlIsOpen VALUE "Y".
       01 PeriodCheckDate PIC 9(8) VALUE ZEROES.
       01 PeriodCheckMonth PIC 9(6) VALUE ZEROES.
       01 PeriodClosedFlag PIC X VALUE "N".
          88 PostingPeriodClosed VALUE "Y".
       01 OpenPeriodMonth PIC 9(6) VALUE ZEROES.
       01 OpenPeriodParts REDEFINES OpenPeriodMonth.
        02 OpenPeriodYear PIC 9(4).
        02 OpenPeriodMonthNo PIC 99.
       01 OpenPeriodFoundFlag PIC X VALUE "N".
          88 OpenPeriodFound VALUE "Y".
       01 OpenPeriodTries PIC 99 VALUE ZEROES.
