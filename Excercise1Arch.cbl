       fd HistFile.
       COPY CBAUDHST.
       fd TempFile.
       01 TEMP-AUDIT-RECORD        pic X(89).
       fd ParmFile.
       COPY CBPARM.

