      * COMPANY
      * Company control record - who we are as an employer, for the
      * files that go out to government agencies under our name.
      * One line in the control file named by each program's
      * -COMPANY-CONTROL variable (default COMPANY.DAT), read INTO
      * this area at startup.  Unlike PAYRATE there are no usable
      * defaults here: a filing made under a made-up FEIN is worse
      * than no filing, so a program that needs this record stops
      * when the file is missing or the FEIN is not nine digits.
        01 WS-COMPANY-CONTROL-LINE.
           05 WS-CMP-FEIN               PIC X(09) VALUE SPACES.
           05 WS-CMP-NAME               PIC X(45) VALUE SPACES.
           05 WS-CMP-ADDRESS            PIC X(40) VALUE SPACES.
           05 WS-CMP-CITY               PIC X(25) VALUE SPACES.
           05 WS-CMP-STATE              PIC X(02) VALUE SPACES.
           05 WS-CMP-ZIP                PIC X(05) VALUE SPACES.
           05 WS-CMP-PHONE              PIC X(10) VALUE SPACES.
           05 WS-CMP-CONTACT            PIC X(20) VALUE SPACES.
