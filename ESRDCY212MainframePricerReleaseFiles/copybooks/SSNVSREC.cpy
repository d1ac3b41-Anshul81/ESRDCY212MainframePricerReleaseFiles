      * SSA Social Security Number Verification Service (SSNVS) bulk
      * record layout - the request file SSNVSREQ.DAT SsnvsRequest
      * builds, and the response file SSNVSRSP.DAT the SSA returns
      * in the same layout with the verification code and death
      * indicator filled in. The user control data carries our
      * employee ID and the submission date back on the response.
      * Verification codes: space verified; 1 SSN not in the SSA's
      * files; 2 name and date of birth match, gender does not;
      * 3 name matches, date of birth does not; 4 name matches,
      * date of birth and gender do not; 5 name does not match;
      * 6 SSN not verified for another reason; 7 name matches, date
      * of birth not supplied. A death indicator of Y means the SSA
      * shows the number holder as deceased.
       01 SSNVS-RECORD.
           05 SSV-SSN              PIC X(9).
           05 SSV-TYPE-CODE        PIC X(3).
           05 SSV-LAST-NAME        PIC X(13).
           05 SSV-FIRST-NAME       PIC X(10).
           05 SSV-MIDDLE-NAME      PIC X(7).
           05 SSV-BIRTH-DATE       PIC X(8).
           05 SSV-GENDER           PIC X(1).
           05 SSV-CONTROL-DATA.
               10 SSV-CTL-EMP-ID       PIC 9(5).
               10 SSV-CTL-SUBMIT-DATE  PIC 9(8).
               10 FILLER               PIC X(2).
           05 FILLER               PIC X(4).
           05 SSV-VERIFY-CODE      PIC X(1).
               88 SSV-VERIFIED         VALUE ' '.
           05 SSV-DEATH-INDICATOR  PIC X(1).
               88 SSV-DECEASED         VALUE 'Y'.
           05 FILLER               PIC X(59).
