      *    TABLE-JOURNAL-RECORD - ONE BEFORE/AFTER IMAGE PER APPLIED
      *    CHANGE AGAINST A MAINTAINED CONTROL TABLE (REQUEST 031):
      *    BESCFG AND USERAUTH AS JOURNALED IN LINE BY IVPCFGUP AND
      *    IVPUAUPD, QUARSTAT AS JOURNALED IN LINE BY IVPQUAR, AND THE
      *    HAND-EDITED ALRTTHR, SCHEDCAL, RETNPOL, TESTLIB, AUTHROT,
      *    REGNOWN AND QUARPOL AS JOURNALED BY THE IVPTBJRN SNAPSHOT
      *    COMPARE.
      *    EVERY RECORD CARRIES THE APPLYING USERID AND TIMESTAMP SO
      *    AUDIT CAN ANSWER WHO CHANGED WHAT AND WHEN, AND IVPTBRST
      *    IS THE KEY AND A CHANGED ROW JOURNALS AS DELETE PLUS ADD.
      *    THE IMAGES ARE THE RAW RECORD BYTES PADDED TO 160; AN ADD
      *    HAS A SPACE BEFORE-IMAGE AND A DELETE A SPACE AFTER-IMAGE.
      *
      *    JRNL-APPLY-PGM NAMES THE PROGRAM THAT APPLIED THE CHANGE
      *    (IVPCFGUP, IVPUAUPD, IVPTBMNT, IVPTBJRN...).  IT IS CARRIED
      *    AT THE END OF THE RECORD SO EVERY EARLIER FIELD KEEPS ITS
      *    OFFSET; RECORDS WRITTEN BEFORE IT WAS ADDED HOLD SPACES.
      ******************************************************************
       01  TABLE-JOURNAL-RECORD.
           05  JRNL-TABLE-NAME          PIC X(8).
           05  JRNL-ROW-KEY             PIC X(32).
           05  JRNL-BEFORE-IMAGE        PIC X(160).
           05  JRNL-AFTER-IMAGE         PIC X(160).
           05  JRNL-APPLY-PGM           PIC X(8).
