000100*--------------------------------------------------------------*
000200* IRPARM - PARAMETER AREA OF THE INTKREG SUBPROGRAM, WHICH     *
000300* APPENDS ONE ROW TO THE INTAKE FILE REGISTER (SEE INTKREC).   *
000400* THE CALLER GIVES THE FILE NAME, ITS TYPE ('D' data_*.txt     *
000500* FILE, 'B' BATCH INPUT FILE, 'R' REJECT FILE), ITS OWN        *
000600* PROGRAM-ID AND THE SIGNED-ON OPERATOR (SPACES IF NONE).      *
000700* IP-RESULT "08" MEANS THE REGISTER COULD NOT BE WRITTEN - THE *
000800* CALLER CARRIES ON, THE FILE IS SIMPLY NOT LISTED.            *
000900*--------------------------------------------------------------*
001000 01  INTAKE-REG-PARM.
001100     05  IP-FILE-NAME           PIC X(50).
001200     05  IP-FILE-TYPE           PIC X(01).
001300     05  IP-PROGRAM             PIC X(08).
001400     05  IP-OPERATOR            PIC X(10).
001500     05  IP-RESULT              PIC X(02).
001600         88  IP-REGISTERED           VALUE "00".
001700         88  IP-REGISTER-FAILED      VALUE "08".
