      * Shared tee-time waiting-list fill working storage for TeeBook
      * and Resign. COPY into WORKING-STORAGE and COPY TEEFILPR into
      * PROCEDURE DIVISION. The caller must declare the waiting list
      * and the fill-event file:
      *     SELECT TeeWaitFile ASSIGN TO 'data/tee-waitlist.dat'
      *       ORGANIZATION IS INDEXED
      *       ACCESS MODE IS DYNAMIC
      *       RECORD KEY IS TwKey
      *       FILE STATUS IS TeeWaitFileStatus.
      *     SELECT TeeFillEventFile ASSIGN TO
      *       'data/tee-fill-events.dat'
      *       ORGANIZATION IS LINE SEQUENTIAL
      *       FILE STATUS IS TeeFillEventStatus.
      * with FD TeeWaitFile / COPY TEEWAIT and the TeeFillEventRec
      * layout TeeBook uses, alongside MemberFile (MEMBREC) and
      * TeeTimeFile (TEETIME), all open I-O but the fill-event file,
      * which BookWaitingMember opens EXTEND for each fill. After a
      * booking is cancelled, MOVE its date and time to FreedTeeDate
      * and FreedTeeTime and PERFORM FillFreedSlot: FreedSlotFilled
      * says a waiting member was booked into it. The fill reads
      * MemberFile and repositions TeeTimeFile and TeeWaitFile, so a
      * caller in the middle of a scan of either must pick it up
      * again with a START.
       01 TeeWaitFileStatus PIC XX VALUE ZEROES.
        88 TeeWaitFileOk VALUE "00".
        88 TeeWaitFileMissing VALUE "35".
       01 TeeFillEventStatus PIC XX VALUE SPACES.
        88 TeeFillEventMissing VALUE "35".
       01 WaitScanEofFlag PIC X VALUE "N".
        88 EndOfWaitScan VALUE "Y".
       01 TeeScanEofFlag PIC X VALUE "N".
        88 EndOfTeeScan VALUE "Y".
       01 WaitFillFlag PIC X VALUE "N".
        88 FreedSlotFilled VALUE "Y".
       01 AlreadyBookedFlag PIC X VALUE "N".
        88 MemberAlreadyBooked VALUE "Y".
       01 WaitTeeDate PIC 9(8) VALUE ZEROES.
       01 WaitFillToday PIC 9(8) VALUE ZEROES.
       01 FreedTeeDate PIC 9(8) VALUE ZEROES.
       01 FreedTeeTime PIC 9(4) VALUE ZEROES.
