       copy attfc.
       select TruancyReport assign to "TRUANCY.rpt"
           organization is line sequential.
       copy guafc.
       copy atlfc.
       select AttLtrParmFile assign to "ATTLTRPARM.DAT"
           organization is line sequential
           file status is AttLtrParmStatus.
       select AttLetterReport assign to "ATTLETTER.rpt"
           organization is line sequential.
data division.
file section.
fd StudentMasterFile.
       copy attrec.
fd TruancyReport.
01 PrintLine pic x(80).
fd GuardianFile.
       copy guarec.
fd AttLetterFile.
       copy atlrec.
fd AttLtrParmFile.
01 AttLtrParmData. *>the three tier thresholds - one line, maintained by hand
*>like PURGEPARM.DAT, e.g. 003005010
       02 AlpTierLimit pic 9(3) occurs 3 times.
fd AttLetterReport.
01 LetterLine pic x(80).

working-storage section.
01 StudentMasterStatus pic x(2) value "00".
01 AttendanceStatus pic x(2) value "00".
       88 AttendanceOk value "00".
       88 AttendanceNotFound value "35".
01 GuardianStatus pic x(2) value "00".
       88 GuardianOk value "00".
01 AttLetterStatus pic x(2) value "00".
       88 AttLetterOk value "00".
       88 AttLetterNotFound value "35".
01 AttLtrParmStatus pic x(2) value "00".
       88 AttLtrParmOk value "00".
01 AttendEndOfFile pic x(1) value 'N'.
01 LetterEndOfFile pic x(1) value 'N'.
01 WSMode pic x(1). *>E=enter a day's attendance, T=truancy report,
*>L=attendance letters, X=exit
01 WSEntryDate pic 9(8).
01 WSEntryTerm pic x(6).
01 WSStudentID pic 9(5).
       02 filler pic x(11) value "  absences ".
       02 PrnAbsences pic zz9.
01 TruCountLine pic x(70).
01 WSTierDefaults. *>unexcused absences in a term for each letter tier -
*>ATTLTRPARM.DAT overrides
       02 filler pic 9(3) value 3.
       02 filler pic 9(3) value 5.
       02 filler pic 9(3) value 10.
01 WSTierTable redefines WSTierDefaults.
       02 WSTierLimit pic 9(3) occurs 3 times.
01 WSTierIndex pic 9(1) value zero.
01 WSTierDue pic 9(1) value zero.
01 WSTierSent pic x(1).
01 WSGuardianUp pic x(1) value 'N'.
01 WSLetterCount pic 9(4) value zero.
01 WSHeldCount pic 9(4) value zero.
01 WSReferralCount pic 9(4) value zero.
01 WSWorkLine pic x(80).
01 WSFirstNotice pic 9(8) value zero.
01 WSSecondNotice pic 9(8) value zero.
01 WSNoticeStudent pic 9(5) value zero.
       copy rptwreq.
01 ReferralColumnLine pic x(132) value
       "IDNum  Student                    Absences  1st notice  2nd notice  Referral    Guardian      Phone".
01 ReferralDetailLine.
       02 PrnRfIDNum pic 9(5).
       02 filler pic x(2) value space.
       02 PrnRfName pic x(25).
       02 filler pic x(7) value space.
       02 PrnRfAbsences pic zz9.
       02 filler pic x(2) value space.
       02 PrnRfFirst pic x(10).
       02 filler pic x(2) value space.
       02 PrnRfSecond pic x(10).
       02 filler pic x(2) value space.
       02 PrnRfReferral pic 9(8).
       02 filler pic x(4) value space.
       02 PrnRfGuardian pic x(12).
       02 filler pic x(2) value space.
       02 PrnRfPhone pic x(12).

procedure division.
0000-MAINLINE. *>the paper register retires - a day's roll keys straight in,

1000-MENU.
       display " "
       display "Attendance - E-Enter a day  T-Truancy report  L-Letters  X-Exit : "
           with no advancing
       accept WSMode
       move function upper-case(WSMode) to WSMode
       evaluate WSMode
           when 'E' perform 2000-ENTER-ONE-DAY thru 2000-EXIT
           when 'T' perform 5000-TRUANCY-REPORT thru 5000-EXIT
           when 'L' perform 6000-ATTENDANCE-LETTERS thru 6000-EXIT
           when 'X' continue
           when other display "Invalid selection"
       end-evaluate.
       end-if
       move WSStudentID to AtdIDNum
       move WSEntryDate to AtdDate
       read AttendanceFile
           key is AtdKey
           invalid key continue
           not invalid key
               if AtdSuspended
                   display "Student " WSStudentID " is on suspension for "
                       WSEntryDate " - change the incident in DISCMNT"
                   go to 2100-EXIT
               end-if
       end-read
       move WSStudentID to AtdIDNum
       move WSEntryDate to AtdDate
       move WSEntryTerm to AtdTerm
       move WSEntryStatus to AtdStatus
       write AttendanceData
5000-EXIT.
       continue.

5100-COUNT-ONE-DAY. *>suspension days carry their own status and are
*>not counted - the school kept the student out, the student did not stay away
       if AtdTerm = WSTruancyTerm and AtdAbsent
           move zero to WSSlot
           perform varying WSAbsIndex from 1 by 1
       move WSAbsences(WSAbsIndex) to PrnAbsences
       write PrintLine from TruDetailLine after advancing 1 line
       add 1 to WSFlaggedCount.

6000-ATTENDANCE-LETTERS. *>the letters the office wrote by hand after the
*>truancy report, if at all - each tier goes out once a term when the
*>student's unexcused absences reach it, logged so the next run sends the
*>next tier and never the same one twice. The top tier is the documented
*>notice a court referral needs, and lands on the attendance officer's list
       display "Term (e.g. 2026S1) : " with no advancing
       accept WSTruancyTerm
       move function upper-case(WSTruancyTerm) to WSTruancyTerm
       perform 6050-LOAD-TIERS
       open input AttendanceFile
       if AttendanceNotFound
           display "No attendance on file yet"
           close AttendanceFile
           go to 6000-EXIT
       end-if
       move zero to WSAbsCount
       move 'N' to AttendEndOfFile
       read AttendanceFile next
           at end move 'Y' to AttendEndOfFile
       end-read
       perform 5100-COUNT-ONE-DAY until AttendEndOfFile = 'Y'
       close AttendanceFile
       open i-o AttLetterFile
       if AttLetterNotFound
           close AttLetterFile
           open output AttLetterFile
           close AttLetterFile
           open i-o AttLetterFile
       end-if
       if not AttLetterOk
           display "Letter log is in use by another user - try again later"
           close AttLetterFile
           go to 6000-EXIT
       end-if
       open input StudentMasterFile
       move 'N' to WSGuardianUp
       open input GuardianFile
       if GuardianOk
           move 'Y' to WSGuardianUp
       end-if
       open output AttLetterReport
       move zero to WSLetterCount, WSHeldCount
       perform 6100-LETTER-ONE-STUDENT
           varying WSAbsIndex from 1 by 1 until WSAbsIndex > WSAbsCount
       close AttLetterReport
       perform 6500-REFERRAL-LIST thru 6500-EXIT
       close StudentMasterFile, GuardianFile, AttLetterFile
       display WSLetterCount " letters written to ATTLETTER.rpt, "
           WSHeldCount " held with no guardian on file"
       display WSReferralCount " students on the referral list ATTREFER.rpt".
6000-EXIT.
       continue.

6050-LOAD-TIERS.
       open input AttLtrParmFile
       if AttLtrParmOk
           read AttLtrParmFile
               at end continue
               not at end
                   perform 6060-TAKE-ONE-TIER
                       varying WSTierIndex from 1 by 1 until WSTierIndex > 3
           end-read
       end-if
       close AttLtrParmFile.

6060-TAKE-ONE-TIER.
       if AlpTierLimit(WSTierIndex) is numeric
          and AlpTierLimit(WSTierIndex) > zero
           move AlpTierLimit(WSTierIndex) to WSTierLimit(WSTierIndex)
       end-if.

6100-LETTER-ONE-STUDENT. *>the highest tier reached is the one due - a
*>student who jumps past a tier between runs gets the stronger letter
       move zero to WSTierDue
       perform 6150-CHECK-ONE-TIER
           varying WSTierIndex from 1 by 1 until WSTierIndex > 3
       if WSTierDue = zero
           exit paragraph
       end-if
       move 'N' to WSTierSent
       perform 6160-CHECK-ONE-SENT
           varying WSTierIndex from WSTierDue by 1 until WSTierIndex > 3
       if WSTierSent = 'Y'
           exit paragraph
       end-if
       move WSAbsIDNum(WSAbsIndex) to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to SmStudName
       end-read
       move spaces to GuName
       if WSGuardianUp = 'Y'
           move WSAbsIDNum(WSAbsIndex) to GuIDNum
           read GuardianFile
               key is GuIDNum
               invalid key move spaces to GuName
           end-read
       end-if
       if GuName = spaces *>not logged - it goes out on the run after the
*>guardian is keyed
           move spaces to WSWorkLine
           string "No guardian on file - hold for the office : " delimited by size
               WSAbsIDNum(WSAbsIndex) delimited by size
               " " delimited by size
               SmStudName delimited by size
               into WSWorkLine
           end-string
           write LetterLine from WSWorkLine after advancing page
           add 1 to WSHeldCount
           exit paragraph
       end-if
       perform 6200-WRITE-THE-LETTER
       move WSAbsIDNum(WSAbsIndex) to AlIDNum
       move WSTruancyTerm to AlTerm
       move WSTierDue to AlTier
       move WSRunDate to AlSentDate
       move WSAbsences(WSAbsIndex) to AlAbsences
       move GuName to AlGuName
       write AttLetterData
           invalid key display "Letter for " AlIDNum " could not be logged"
       end-write
       add 1 to WSLetterCount.

6150-CHECK-ONE-TIER.
       if WSAbsences(WSAbsIndex) >= WSTierLimit(WSTierIndex)
           move WSTierIndex to WSTierDue
       end-if.

6160-CHECK-ONE-SENT. *>this tier or a higher one already went this term
       move WSAbsIDNum(WSAbsIndex) to AlIDNum
       move WSTruancyTerm to AlTerm
       move WSTierIndex to AlTier
       read AttLetterFile
           key is AlKey
           not invalid key move 'Y' to WSTierSent
       end-read.

6200-WRITE-THE-LETTER. *>addressed as REPCARD addresses its report cards
       move spaces to WSWorkLine
       string function trim(GuName) delimited by size
           " (" delimited by size
           function trim(GuRelation) delimited by size
           ")" delimited by size
           into WSWorkLine
       end-string
       write LetterLine from WSWorkLine after advancing page
       write LetterLine from GuStreet after advancing 1 line
       move spaces to WSWorkLine
       string function trim(GuCity) delimited by size
           ", " delimited by size
           GuState delimited by size
           " " delimited by size
           GuZip delimited by size
           into WSWorkLine
       end-string
       write LetterLine from WSWorkLine after advancing 1 line
       move spaces to WSWorkLine
       string "ATTENDANCE NOTICE " delimited by size
           WSTierDue delimited by size
           " - " delimited by size
           function trim(SmStudName) delimited by size
           " (" delimited by size
           SmIDNum delimited by size
           ")  " delimited by size
           WSRunDate delimited by size
           into WSWorkLine
       end-string
       write LetterLine from WSWorkLine after advancing 3 lines
       move spaces to WSWorkLine
       string "Our records show " delimited by size
           WSAbsences(WSAbsIndex) delimited by size
           " unexcused absences for your student in term " delimited by size
           WSTruancyTerm delimited by size
           "." delimited by size
           into WSWorkLine
       end-string
       write LetterLine from WSWorkLine after advancing 2 lines
       evaluate WSTierDue
           when 1
               move "Regular attendance matters. If an absence was for a reason"
                   to LetterLine
               write LetterLine after advancing 2 lines
               move "the school excuses, please send a note to the office."
                   to LetterLine
               write LetterLine after advancing 1 line
           when 2
               move "This is a second notice. Please call the school office to"
                   to LetterLine
               write LetterLine after advancing 2 lines
               move "arrange a meeting about your student's attendance."
                   to LetterLine
               write LetterLine after advancing 1 line
           when other
               move "This is formal notice under state law. Your student's"
                   to LetterLine
               write LetterLine after advancing 2 lines
               move "attendance has been referred to the attendance officer and"
                   to LetterLine
               write LetterLine after advancing 1 line
               move "may be referred to the court if absences continue."
                   to LetterLine
               write LetterLine after advancing 1 line
       end-evaluate.

6500-REFERRAL-LIST. *>every student sent the top tier this term, with the
*>dates of the notices before it - the log is in student, term, tier order
       set RwActionOpen to true
       move "ATTREFER.rpt" to RwReportName
       move spaces to RwTitle
       string "Attendance officer referrals - term " delimited by size
           WSTruancyTerm delimited by size
           into RwTitle
       end-string
       call "RPTWRITE" using RptWriteRequest
       set RwActionDetail to true
       move ReferralColumnLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       move zero to WSReferralCount, WSNoticeStudent
       move low-values to AlKey
       start AttLetterFile key is > AlKey
           invalid key move 'Y' to LetterEndOfFile
           not invalid key move 'N' to LetterEndOfFile
       end-start
       perform 6600-REFER-ONE-LETTER until LetterEndOfFile = 'Y'
       set RwActionClose to true
       move WSReferralCount to RwRecordCount
       move "students referred" to RwCountLabel
       call "RPTWRITE" using RptWriteRequest.
6500-EXIT.
       exit.

6600-REFER-ONE-LETTER.
       read AttLetterFile next
           at end
               move 'Y' to LetterEndOfFile
               exit paragraph
       end-read
       if AlTerm not = WSTruancyTerm
           exit paragraph
       end-if
       if AlIDNum not = WSNoticeStudent
           move AlIDNum to WSNoticeStudent
           move zero to WSFirstNotice, WSSecondNotice
       end-if
       evaluate AlTier
           when 1 move AlSentDate to WSFirstNotice
           when 2 move AlSentDate to WSSecondNotice
           when 3 perform 6700-PRINT-ONE-REFERRAL
       end-evaluate.

6700-PRINT-ONE-REFERRAL.
       move AlIDNum to PrnRfIDNum
       move AlIDNum to SmIDNum
       read StudentMasterFile
           key is SmIDNum
           invalid key move "(not on the student master)" to PrnRfName
           not invalid key move SmStudName to PrnRfName
       end-read
       move AlAbsences to PrnRfAbsences
       if WSFirstNotice = zero
           move "none" to PrnRfFirst
       else
           move WSFirstNotice to PrnRfFirst
       end-if
       if WSSecondNotice = zero
           move "none" to PrnRfSecond
       else
           move WSSecondNotice to PrnRfSecond
       end-if
       move AlSentDate to PrnRfReferral
       move AlGuName to PrnRfGuardian
       move spaces to PrnRfPhone
       if WSGuardianUp = 'Y'
           move AlIDNum to GuIDNum
           read GuardianFile
               key is GuIDNum
               not invalid key move GuPhone to PrnRfPhone
           end-read
       end-if
       set RwActionDetail to true
       move ReferralDetailLine to RwLine
       move 1 to RwAdvance
       call "RPTWRITE" using RptWriteRequest
       add 1 to WSReferralCount.
