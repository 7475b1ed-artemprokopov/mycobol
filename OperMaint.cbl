      *                   Approve program, which is what applies
      *                   the change. Locking an ID (defensive)
      *                   and adding an operator stay immediate.
      *   15/10/2026 AP - The session is now AUTHCHK-gated on OPERMNT,
      *                   like the credit desk, so the grant that the
      *                   segregation-of-duties rules and the quarterly
      *                   recertification govern is the one that lets
      *                   a supervisor maintain operators.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OperMaint.
       01 SignOnResult                 PIC X.
           88 SignOnAuthorized         VALUE "Y".
       01 AuditProgramName             PIC X(8) VALUE "OPERMNT".
       01 AuthCheckResult              PIC X.
           88 MaintAuthorized          VALUE "Y".
       01 AuditFieldName               PIC X(15).
       01 AuditValueEntered            PIC X(30).
       01 SessLogMode               PIC X.
           CALL "SIGNON" USING AuditProgramName SupervisorId
               SignOnResult
           IF SignOnAuthorized
               CALL "AUTHCHK" USING SupervisorId AuditProgramName
                   AuthCheckResult
               IF NOT MaintAuthorized
                   DISPLAY "*** You are not authorized to maintain "
                           "operators ***"
                   MOVE "E" TO SessLogMode
                   CALL "SESSLOG" USING SessLogMode SupervisorId
                       AuditProgramName
                   STOP RUN
               END-IF
               MOVE "A" TO LockMode
               CALL "RUNLOCK" USING LockMode LockResourceName
                   AuditProgramName LockResult
