      *> MVRINCTBL - in-memory copy of MVR.INCIDENTS, loaded once per
      *> run by CalculatePremium the way TELEMTBL holds the telematics
      *> feed.
       01  MVRIncidentFile.
           05  MVR-Incident-Count       PIC 9(8) COMP.
           05  MVRIncidentRecord OCCURS 1 TO 50000 TIMES
                   DEPENDING ON MVR-Incident-Count
                   INDEXED BY MVRIncidentIdx.
               10  MI-Policy-Number       PIC X(10).
               10  MI-License-Number      PIC X(15).
               10  MI-Incident-Code       PIC X(10).
               10  MI-Incident-Date       PIC X(10).
               10  MI-Report-Date         PIC X(10).
