      *> MVRINC - one motor-vehicle-record entry on MVR.INCIDENTS, the
      *> per-driver detail behind UW.RPTDATA's violation count. The
      *> vendor returns every moving violation and at-fault accident
      *> on the driver's state record, one row each, keyed by the
      *> policy and the listed driver's license number; a driver
      *> whose record came back clean gets one row with a blank
      *> incident code, so the newer pull still supersedes the old.
      *> FeedAcceptance appends each accepted transmission with the
      *> header's as-of date stamped into MI-Report-Date - rating
      *> counts only the rows from a driver's most recent report.
       01  MVR-Incident-Record.
           05  MI-Policy-Number       PIC X(10).
           05  MI-License-Number      PIC X(15).
      *> Violation or accident code as keyed on MVR.POINTS (SPEED,
      *> DUI, RECKLESS, ATFAULT...) - spaces on a clean record.
           05  MI-Incident-Code       PIC X(10).
           05  MI-Incident-Date       PIC X(10).
           05  MI-Report-Date         PIC X(10).
