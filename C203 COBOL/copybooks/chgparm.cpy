000100*----------------------------------------------------------------
000200* CHGPARM - CALL INTERFACE FOR THE CHGLOG SUBPROGRAM.
000300* SHARED BY CHGLOG ITSELF, BY EVERY MASTER-FILE MAINTENANCE
000400* PROGRAM (LAB22UPD, L10UPD, LAB30ENT, LAB36CAT, HOLCAL, OPRMNT,
000450* ADRMNT, LAB30DEF, LAB36PRQ, LAB36SEC, PERCLS, LAB22LC), AND BY
000460* THE CHGINQ INQUIRY SO THE CHANGE-HISTORY RECORD LAYOUT ONLY
000500* HAS TO BE MAINTAINED ONCE. THE CALLER FILLS
000600* IN ONE PARM PER RECORD IT ADDS, CHANGES, OR DELETES - THE
000700* MASTER FILE, THE RECORD'S KEY, AND THE RECORD AS IT STOOD
000800* BEFORE AND AFTER (AN ADD HAS NO BEFORE IMAGE, A DELETE NO AFTER
000900* IMAGE). A BLANK CHG-USER-ID IS FILLED FROM OPERATOR.CUR THE WAY
001000* AUDITLOG DOES.
001100*----------------------------------------------------------------
001200 01  CHANGE-PARM.
001300     05  CHG-PROGRAM-NAME        PIC X(08).
001400     05  CHG-FILE-NAME           PIC X(12).
001500     05  CHG-RECORD-KEY          PIC X(20).
001600     05  CHG-ACTION              PIC X(01).
001700         88  CHG-RECORD-ADDED            VALUE "A".
001800         88  CHG-RECORD-CHANGED          VALUE "C".
001900         88  CHG-RECORD-DELETED          VALUE "D".
002000     05  CHG-USER-ID             PIC X(08).
002100     05  CHG-BEFORE-IMAGE        PIC X(100).
002200     05  CHG-AFTER-IMAGE         PIC X(100).
