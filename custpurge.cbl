       02 ArchImage pic x(200).
fd PurgeParmFile.
01 PurgeParmLine pic 9(2).
fd GlCursorFile. *>the GL extract's position cursor - removing rows from
*>ARTRANS.DAT shifts everything after them down, so the AR counter must give
*>back the archived rows that sat at or below it or the extract skips rows
       copy glcurs.
fd PurgeRegister.
01 PrintLine pic x(80).

01 WSCursorRowsDone pic 9(7) value zero.
01 WSCursorInvDone pic 9(7) value zero.
01 WSCursorAudDone pic 9(7) value zero.
01 WSCursorApDone pic 9(7) value zero.
01 WSCursorChkDone pic 9(7) value zero.
01 WSCursorLcDone pic 9(7) value zero.
01 WSCursorClDone pic 9(7) value zero.
01 WSCursorAjDone pic 9(7) value zero.
01 WSArRowPos pic 9(7) value zero.
01 WSRowsBeforeCursor pic 9(7) value zero.
01 RegHeading pic x(60) value "Inactive Customer Purge Register".
                   move GcArRowsDone to WSCursorRowsDone
                   move GcInvRowsDone to WSCursorInvDone
                   move GcAudRowsDone to WSCursorAudDone
                   move GcApRowsDone to WSCursorApDone
                   move GcChkRowsDone to WSCursorChkDone
                   move GcLcRowsDone to WSCursorLcDone
                   move GcClRowsDone to WSCursorClDone
                   move GcAjRowsDone to WSCursorAjDone
           end-read
       end-if
       close GlCursorFile.
       else
           move WSCursorInvDone to GcInvRowsDone
           move WSCursorAudDone to GcAudRowsDone
           move WSCursorApDone to GcApRowsDone
           move WSCursorChkDone to GcChkRowsDone
           move WSCursorLcDone to GcLcRowsDone
           move WSCursorClDone to GcClRowsDone
           move WSCursorAjDone to GcAjRowsDone
           if WSRowsBeforeCursor >= WSCursorRowsDone
               move zero to GcArRowsDone
           else
