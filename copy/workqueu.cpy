      *    QUEUE TYPES IN USE:
      *      FR FRAUD REVIEW        SR SECURITY/WATCHLIST REVIEW
      *      CB CHARGEBACK DISPUTE  WL WAITLIST CLEARANCE CONFIRM
      *      SC SCHEDULE-CHANGE / MISCONNECT REACCOMMODATION (FROM
      *         MISCONN, THE SCHDMSG MESSAGE INGEST AND THE FLTDIVRT
      *         DIVERSION WORKFLOW)
      *      RA RETIMED-FLIGHT REACCOMMODATION (FROM FLTMAINT)
      *      RI REVENUE INTEGRITY - CHURNED, SPECULATIVE OR FICTITIOUS
      *         BOOKINGS HOLDING SELLABLE SEATS (FROM RISWEEP)
      *      FC FILE CAPACITY - A DATA FILE AT ITS WARNING OR LIMIT
      *         RECORD COUNT (FROM FILEMON)
      *      IA INTERNAL AUDIT - AN OPERATOR FLAGGED BY THE WEEKLY
      *         AGTFRAUD PATTERN REPORT.  THE NOTE LEADS WITH THE
      *         OPERATOR ID.  WORKED BY SUPERVISORS ONLY (WQWORK).
      *****************************************************************
       01  WORK-QUEUE-RECORD.
           03 WQ-KEY.
