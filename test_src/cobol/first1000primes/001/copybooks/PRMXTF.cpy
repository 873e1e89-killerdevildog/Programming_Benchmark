000100** AUTHOR     : D. OKONKWO
000110** DATE-WRITTEN: 08/22/2026
000120***************************************************************
      ** MODIFICATION HISTORY
      ** ------------------------------------------------------------
      ** 10/15/2026 DRO  DELTA EXTRACTS.  THE HEADER NOW SAYS WHETHER
      **                  THE FILE IS A FULL REFRESH ("F") OR A DELTA
      **                  ("D"), AND FOR A DELTA NAMES THE BASE
      **                  EXTRACT (XTH DATE/TIME OF THE ACKNOWLEDGED
      **                  FILE IT APPLIES TO) AND THE FIRST SEQUENCE
      **                  NUMBER CARRIED.  THE TRAILER'S RECORD COUNT
      **                  AND HASH STILL COVER THE DETAILS ON THIS
      **                  FILE, SO EXISTING BALANCING IS UNCHANGED;
      **                  THE NEW CUMULATIVE FIELDS COVER THE WHOLE
      **                  LIST THE RECEIVER HOLDS ONCE IT IS APPLIED.
      **                  ON A FULL REFRESH THE TWO ARE EQUAL.  FILES
      **                  WRITTEN BEFORE THIS CHANGE CARRY SPACES IN
      **                  THE NEW FIELDS AND READ AS FULL REFRESHES.
      ***************************************************************
000130 01  EXTRACT-HEADER-RECORD.
000140     05  XTH-RECORD-TYPE PIC X(01).
000150     88  XTH-TYPE-HEADER VALUE "H".
000180     05  XTH-SOURCE-RUN-DATE PIC 9(08).
000190     05  XTH-SOURCE-RUN-TIME PIC 9(08).
000200     05  XTH-SOURCE-STATUS PIC X(08).
000202     05  XTH-EXTRACT-TYPE PIC X(01).
000204     88  XTH-TYPE-FULL VALUE "F".
000206     88  XTH-TYPE-DELTA VALUE "D".
000208     05  XTH-BASE-EXTRACT-DATE PIC 9(08).
000210     05  XTH-BASE-EXTRACT-TIME PIC 9(08).
000212     05  XTH-START-SEQUENCE PIC 9(07).
000214     05  FILLER PIC X(15).
000220
000230 01  EXTRACT-DETAIL-RECORD.
000240     05  XTD-RECORD-TYPE PIC X(01).
000320     88  XTT-TYPE-TRAILER VALUE "T".
000330     05  XTT-RECORD-COUNT PIC 9(09).
000340     05  XTT-HASH-TOTAL PIC 9(15).
000350     05  XTT-CUM-RECORD-COUNT PIC 9(09).
000360     05  XTT-CUM-HASH-TOTAL PIC 9(15).
000370     05  FILLER PIC X(31).
