001430*                  INSTEAD OF DELETING IT, AND A REHIRE
001440*                  REACTIVATES IT, EACH CARRIED TO PAYROLL AS
001450*                  ITS OWN CHANGE TYPE.
001460* 10/15/2026  RJ   DOCUMENT THE 'M' (MANAGER) CHANGE FLAG - A
001470*                  CHANGE TO THE EMPLOYEE'S MANAGER IS SENT LIKE
001480*                  ANY OTHER APPLIED CHANGE SO THE EXTRACT STILL
001490*                  BALANCES TO THE ACTIONS APPLIED.  PAYROLL
001495*                  ACKNOWLEDGES A MANAGER-ONLY '   M' AND
001497*                  OTHERWISE IGNORES IT.
001500*----------------------------------------------------------------
001600* FIXED-LENGTH, 80-BYTE RECORD.  COPY THIS MEMBER UNCHANGED
001700* INTO THE FD OR WORKING-STORAGE AND REFER TO THE FIELDS AS
001800* PEXT-XXX.  PEXT-CHANGE-TYPE CARRIES THE SAME FLAGS AS
001900* AUD-CHANGE-TYPE ON THE AUDIT TRAIL ('N'/'D'/'S'/'M' PER FIELD,
002000* OR 'ADD '/'TRM '/'REH ' FOR HIRES, TERMINATIONS, AND
002010* REHIRES).
002100*----------------------------------------------------------------
