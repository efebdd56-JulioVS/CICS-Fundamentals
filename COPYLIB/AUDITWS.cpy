      *    ALSO COPIES AUDITLOG INTO ITS PROCEDURE DIVISION.  PULLS IN *
      *    SIGNWS SO AUDIT-LOG-ENTRY CAN TAG THE RECORD WITH THE       *
      *    OPERATOR CURRENTLY SIGNED ON AT EIBTRMID.                   *
      *                                                                *
      * CHANGE ACTIVITY :                                              *
      *   15OCT26 - PULLS IN SLAWS FOR THE SLA BREACH CHECK AUDIT-LOG- *
      *             EXIT NOW MAKES (SLACHK.CPY).  THAT CHECK ALSO USES *
      *             THE ALERTING LAYER'S ALERTWS, WHICH IS NOT PULLED  *
      *             IN HERE BECAUSE EXCPWS ALREADY CARRIES IT.         *
      *****************************************************************
       COPY AUDITREC.
       COPY SIGNWS.
       COPY SLAWS.

       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-RESP               PIC S9(8) COMP.
