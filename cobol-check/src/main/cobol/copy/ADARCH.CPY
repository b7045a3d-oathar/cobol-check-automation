000700* ARCHIVE DATASET IS EXPECTED TO BE ALLOCATED COMPRESSED -
000800* COMPRESSION IS A DATASET ATTRIBUTE, NOT THIS PROGRAMS JOB.
000810*
000820* THE DATA AREA IS 144 BYTES - THE WIDTH OF THE AUDIT RECORD
000830* SINCE IT GREW ITS CHAIN ROW NUMBER AND VALUE.  AN ARCHIVED
000840* 80-BYTE EXTRACT RECORD RIDES IN THE SAME AREA BLANK-PADDED.
000850* AN AUDIT ROW IS CARRIED BYTE FOR BYTE, SO ITS CHAIN STILL
000860* PROVES ONCE ARCHIVED.  ARCHIVES CUT WITH A 128-BYTE AREA MUST
000870* BE RECUT WITH THE AREA BLANK-PADDED TO 144.
000900*----------------------------------------------------------------
001000 01  ADARCH-REC.
001100     05  ADARCH-SOURCE              PIC X(01).
001200         88  ADARCH-FROM-AUDIT      VALUE 'A'.
001300         88  ADARCH-FROM-EXTRACT    VALUE 'E'.
001400     05  ADARCH-DATA                PIC X(144).
001500     05  ADARCH-ARCHIVED-TS         PIC X(19).
