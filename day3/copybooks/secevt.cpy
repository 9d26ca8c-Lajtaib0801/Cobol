000100* Shared layout for a security event.  Every interactive
000200* program appends a V record to the security violation file
000300* for each refused attempt; ADD06SP appends a C record to the
000400* profile change file for each profile it adds or changes.
000500* ADD06SR reports both to audit weekly.
000600 01  SECURITY-EVENT-RECORD.
000700     05 SEV-EVENT-TYPE      PIC X.
000800        88 SEV-VIOLATION                VALUE "V".
000900        88 SEV-PROFILE-CHANGE           VALUE "C".
001000     05 SEV-EVENT-DATE      PIC 9(8).
001100     05 SEV-EVENT-TIME      PIC 9(6).
001200     05 SEV-PROGRAM         PIC X(8).
001300* The id keyed on the refused cards, or the administrator who
001400* made the change.
001500     05 SEV-OPERATOR-ID     PIC X(8).
001600     05 SEV-ROLE-NEEDED     PIC X(16).
001700     05 SEV-ACTION          PIC X(12).
001800* What the action was aimed at: the item, period or profile.
001900     05 SEV-SUBJECT         PIC X(27).
002000     05 SEV-REASON          PIC X(25).
002100* A profile change carries the roles and status either side
002200* of it in place of a reason.
002300     05 SEV-CHANGE-VIEW REDEFINES SEV-REASON.
002400        10 SEV-OLD-ROLES     PIC X(6).
002500        10 SEV-NEW-ROLES     PIC X(6).
002600        10 SEV-OLD-STATUS    PIC X.
002700        10 SEV-NEW-STATUS    PIC X.
002800        10 FILLER            PIC X(11).
