000180* Modification History
000190* ----------------------------------------------------------------
000200* 2026-08-26  RJH  Original version.
000201* 2026-10-07  RJH  A confidential (unlisted) entry still goes to
000202*                  the switch so the extension rings, but with
000203*                  the name suppressed - UNLISTED and "EXT" plus
000204*                  the extension in the name fields, which also
000205*                  lets SWACK match the switch's acknowledgment.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. SWEXP.
001060 2010-WRITE-ONE-DETAIL.
001070     MOVE SPACES TO SWITCH-LOAD-RECORD
001080     SET SWL-DETAIL TO TRUE
001090     IF CONFIDENTIAL-ENTRY
001100         MOVE "UNLISTED" TO SWL-LASTNAME
001101         MOVE "EXT" TO SWL-FIRSTNAME
001102         MOVE EXTENSION TO SWL-FIRSTNAME(5:5)
001103     ELSE
001104         MOVE LASTNAME TO SWL-LASTNAME
001105         MOVE FIRSTNAME TO SWL-FIRSTNAME
001106     END-IF
001110     MOVE EXTENSION TO SWL-EXTENSION
001120     MOVE PHONENUMBER TO WS-PHONE-NUMERIC
001130     MOVE WS-PHONE-NUMERIC TO SWL-PHONENUMBER
