000100*--------------------------------------------------------------*
000200* INTKREC - RECORD LAYOUT OF THE INTAKE FILE REGISTER          *
000300* (intkreg.dat). ONE ROW IS APPENDED, THROUGH THE INTKREG      *
000400* SUBPROGRAM, FOR EVERY INTAKE FILE A PROGRAM CREATES OR READS *
000500* THAT CARRIES PERSON NAMES - THE data_*.txt FILES TESTECOB    *
000600* WRITES, THE BATCH INPUT FILES TESTECOB READS AND DLMIMP AND  *
000700* RJREPAIR WRITE, AND THE REJECT FILES TESTECOB AND RJREPAIR   *
000800* WRITE. THE NAMES OF THOSE FILES ARE KEYED BY THE OPERATOR,   *
000900* SO THIS REGISTER IS THE ONLY LIST OF THEM - SUBJINQ READS IT *
001000* TO FIND EVERY FILE A PERSON'S NAME MAY STILL SIT IN. A FILE  *
001100* MAY BE REGISTERED MORE THAN ONCE.                            *
001200*--------------------------------------------------------------*
001300 01  INTAKE-FILE-RECORD.
001400     05  IR-FILE-NAME           PIC X(50).
001500     05  IR-FILE-TYPE           PIC X(01).
001600         88  IR-DATA-FILE            VALUE 'D'.
001700         88  IR-BATCH-FILE           VALUE 'B'.
001800         88  IR-REJECT-FILE          VALUE 'R'.
001900     05  IR-PROGRAM             PIC X(08).
002000     05  IR-OPERATOR            PIC X(10).
002100     05  IR-REG-DATE            PIC 9(08).
002200     05  IR-REG-TIME            PIC 9(08).
