        move RSO-TYPE-CODE to RSL-TYPE-CODE.
        move RSO-ACCOUNT-NUMBER to RSL-ACCOUNT-NUMBER.
        move RSO-EFFECTIVE-DATE to RSL-EFFECTIVE-DATE.
        move space to RSL-ORIG-TRANS-ID RSL-ORIG-TYPE-CODE.
        write RSL-RECORD
            invalid key
                rewrite RSL-RECORD
