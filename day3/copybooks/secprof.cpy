000100* Shared layout for an operator security profile.  The profile
000200* file is a KSDS keyed by operator id; every interactive
000300* program reads the id keyed on its cards here before it
000400* allows an action, and refuses (and logs to the security
000500* violation file) an id that is not on file, is revoked, or
000600* does not hold the role the action needs.  Roles are Y/N
000700* flags, in the order the maintenance cards key them.
000800* Maintained only through ADD06SP, which logs every change.
000900 01  SECURITY-PROFILE-RECORD.
001000     05 SEC-OPERATOR-ID     PIC X(8).
001100     05 SEC-OPERATOR-NAME   PIC X(20).
001200     05 SEC-ROLES.
001300        10 SEC-ROLE-REPAIR   PIC X.
001400           88 SEC-REPAIR-CLERK          VALUE "Y".
001500        10 SEC-ROLE-APPROVE  PIC X.
001600           88 SEC-APPROVER              VALUE "Y".
001700        10 SEC-ROLE-MASTER   PIC X.
001800           88 SEC-MASTER-MAINTAINER     VALUE "Y".
001900        10 SEC-ROLE-BULLETIN PIC X.
002000           88 SEC-BULLETIN-MAINTAINER   VALUE "Y".
002100        10 SEC-ROLE-OVERRIDE PIC X.
002200           88 SEC-OPS-OVERRIDE          VALUE "Y".
002300        10 SEC-ROLE-SECURITY PIC X.
002400           88 SEC-SECURITY-ADMIN        VALUE "Y".
002500     05 SEC-STATUS          PIC X.
002600        88 SEC-ACTIVE                   VALUE "A".
002700        88 SEC-REVOKED                  VALUE "R".
002800     05 SEC-ADDED-BY        PIC X(8).
002900     05 SEC-ADDED-DATE      PIC 9(8).
003000     05 SEC-CHANGED-BY      PIC X(8).
003100     05 SEC-CHANGED-DATE    PIC 9(8).
